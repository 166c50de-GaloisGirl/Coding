      * INCREC.CPY
      * Operations incident, one per fatal step or aborted chain, kept
      * in the keyed INCIDENTS register. INCIDENT-01 opens it from the
      * chain with the step, its program, the final return code, the
      * return code of every failed attempt and the OPSALERT records
      * raised about it; INCMNT-01 then carries the owner, the notes,
      * the root-cause category and the close. Key 000000 is not an
      * incident: it holds the last incident number handed out.
       01 INCIDENT-RECORD.
           05 INC-NUMBER PIC 9(6).
           05 INC-STATUS PIC X(6).
             88 INC-OPEN VALUE 'OPEN'.
             88 INC-CLOSED VALUE 'CLOSED'.
      * STEP for a fatal step, CHAIN for a chain that stopped short.
           05 INC-KIND PIC X(5).
           05 INC-RUN-DATE PIC X(8).
           05 INC-CYCLE PIC X.
           05 INC-STEP PIC X(24).
           05 INC-PROGRAM PIC X(14).
           05 INC-RC PIC 9(4).
           05 INC-REASON PIC X(60).
           05 INC-OPENED PIC X(14).
           05 INC-OWNER PIC X(8).
           05 INC-CATEGORY PIC X(12).
           05 INC-CLOSED-AT PIC X(14).
           05 INC-CLOSED-BY PIC X(8).
           05 INC-ATTEMPT-COUNT PIC 9(2).
           05 INC-ATTEMPT-RC PIC 9(4) OCCURS 10 TIMES.
           05 INC-ALERT-COUNT PIC 9(2).
           05 INC-ALERT OCCURS 5 TIMES.
             10 INC-ALERT-SEVERITY PIC X.
             10 INC-ALERT-PROGRAM PIC X(14).
             10 INC-ALERT-STAMP PIC X(14).
             10 INC-ALERT-MESSAGE PIC X(80).
           05 INC-NOTE-COUNT PIC 9(2).
           05 INC-NOTE OCCURS 10 TIMES.
             10 INC-NOTE-STAMP PIC X(14).
             10 INC-NOTE-USER PIC X(8).
             10 INC-NOTE-TEXT PIC X(60).
       01 INCIDENT-CONTROL-RECORD.
           05 INCCTL-KEY PIC 9(6).
           05 INCCTL-LAST-NUMBER PIC 9(6).
