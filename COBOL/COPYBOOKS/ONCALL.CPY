      * ONCALL.CPY
      * Parameters passed to ONCALL-01, the alert router: given the
      * issuing program, subject and severity of an alert and the
      * moment it is raised, it returns the team ALERTROUTE sends it
      * to, that team's primary and secondary on call at that moment
      * (ONCALLROSTER), and how many minutes an unacknowledged fatal
      * page waits before it goes to the secondary. A team of spaces
      * means no route matched; a person of spaces means nobody is on
      * the roster for the team at that moment.
       01 ONCALL-PARMS.
           05 ONCALL-PROGRAM PIC X(14).
           05 ONCALL-SUBJECT PIC X(44).
           05 ONCALL-SEVERITY PIC X.
           05 ONCALL-STAMP PIC X(14).
           05 ONCALL-TEAM PIC X(8).
           05 ONCALL-PERSON PIC X(8).
           05 ONCALL-CONTACT PIC X(30).
           05 ONCALL-SECONDARY PIC X(8).
           05 ONCALL-SECONDARY-CONTACT PIC X(30).
           05 ONCALL-ESCALATE-MINUTES PIC 9(4).
