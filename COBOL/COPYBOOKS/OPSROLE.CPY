      * OPSROLE.CPY
      * Parameters passed to OPSROLE-01, the shared entitlement
      * check: may this user act in this role, on this target file?
      * The roles:
      *   VIEWER         - read the dashboard and the digest
      *   OPERATOR       - everything a VIEWER may, plus step holds,
      *                    checkpoint inspection and incident upkeep
      *   PARM-REQUESTER - file parameter change requests
      *   PARM-APPROVER  - approve a change another user staged
      * A blank target asks whether the user holds the role for any
      * file at all (the console menu); a named target asks about
      * that one file. *ANY* as the role asks whether the user is on
      * the role file at all. The answer is Y (granted), N (refused)
      * or M (no OPSROLES on file, so nothing is granted).
       01 OPSROLE-PARMS.
           05 OPSROLE-USER PIC X(8).
           05 OPSROLE-ROLE PIC X(14).
           05 OPSROLE-TARGET PIC X(12).
           05 OPSROLE-RESULT PIC X.
               88 OPSROLE-GRANTED VALUE 'Y'.
               88 OPSROLE-REFUSED VALUE 'N'.
               88 OPSROLE-NO-FILE VALUE 'M'.
