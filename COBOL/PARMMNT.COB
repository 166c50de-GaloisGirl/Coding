      * appended to the PARMAUDIT trail with who/when/old/new. A
      * fat-fingered divisor of 0000 or a 21-rule FBCTRL is bounced
      * here instead of failing the night's run.
      *
      * Only entitled users get that far: OPSROLES (through
      * OPSROLE-01) must grant the requester PARM-REQUESTER and an
      * approver PARM-APPROVER for the target file, and an approval
      * also needs the user who staged the change to still hold
      * PARM-REQUESTER. A refusal is reported, written to PARMAUDIT
      * and raised on OPSALERT.
      *
      * Nothing is applied inside a change freeze. FREEZECAL lists
      * the frozen date ranges (month-end close, peak travel):
      *   columns  1-8   first frozen day (YYYYMMDD)
      *   columns 10-17  last frozen day (YYYYMMDD)
      *   columns 19-58  reason
      *   columns 60-123 up to five exempt target files, 12 columns
      *                  each with a space between
      * A change that would apply today inside a freeze is refused
      * and the refusal written to PARMAUDIT; a change held in
      * PARMFUT whose day falls inside one is held back until the
      * first run after the freeze. An emergency change goes through
      * only with an override approver (a second user holding
      * PARM-APPROVER for the file) and an incident number on the
      * request, and the override is audited and raised on OPSALERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS TARGET-STATUS.
           SELECT OPTIONAL AUDITFILE ASSIGN TO WS-AUDIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FREEZEFILE ASSIGN TO WS-FREEZE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FREEZE-STATUS.
           SELECT PENDFILE ASSIGN TO WS-PEND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEND-STATUS.
      * Optional effective date (YYYYMMDD): a future date holds the
      * validated change until the first run on or after that day.
           05 REQS-EFFDATE PIC X(8).
      * Emergency override of a change freeze: the second user
      * approving it and the incident it is raised under.
           05 REQS-OVERRIDE-BY PIC X(8).
           05 REQS-INCIDENT PIC X(6).

         FD FREEZEFILE.
         01 FREEZE-RECORD.
           05 FREEZE-FROM PIC X(8).
           05 FILLER PIC X.
           05 FREEZE-TO PIC X(8).
           05 FILLER PIC X.
           05 FREEZE-REASON PIC X(40).
           05 FILLER PIC X.
           05 FREEZE-EXEMPT-ENTRY OCCURS 5 TIMES.
             10 FREEZE-EXEMPT PIC X(12).
             10 FILLER PIC X.

      * A validated change to a chain-steering control file, held
      * until a second user approves it: two files that can cost a
         01 WS-REQS-DSN PIC X(64) VALUE 'PARMREQS'.
         01 WS-AUDIT-DSN PIC X(64) VALUE 'PARMAUDIT'.
         01 WS-PEND-DSN PIC X(64) VALUE 'PARMPEND'.
         01 WS-FREEZE-DSN PIC X(64) VALUE 'FREEZECAL'.
         01 WS-FUT-DSN PIC X(64) VALUE 'PARMFUT'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'PARMMNT-REPORT'.
         COPY ENVQ.
         COPY OPSROLE.
         COPY OPSALERT.
         01 WS-REFUSAL PIC X(60) VALUE SPACES.
         01 REQS-EOF PIC 9 VALUE 0.
         01 TARGET-EOF PIC 9 VALUE 0.
         01 WS-TARGET-NAME PIC X(64) VALUE SPACES.
             10 WS-FUT-VALUE PIC X(60).
             10 WS-FUT-STAMP PIC X(14).
             10 WS-FUT-EFFDATE PIC X(8).
         01 FREEZE-STATUS PIC X(2) VALUE SPACES.
         01 FREEZE-EOF PIC 9 VALUE 0.
         01 WS-FREEZE-DATE PIC X(8) VALUE SPACES.
         01 WS-FREEZE-TARGET PIC X(12) VALUE SPACES.
         01 WS-FROZEN PIC X VALUE 'N'.
         01 WS-FREEZE-BLOCKED PIC X VALUE 'N'.
         01 WS-OVERRIDE-REASON PIC X(50) VALUE SPACES.
         01 WS-ZDX PIC 9(2) VALUE 0.
         01 WS-XDX PIC 9(2) VALUE 0.
         01 WS-FREEZE-HIT PIC 9(2) VALUE 0.
         01 WS-FREEZE-COUNT PIC 9(2) VALUE 0.
         01 WS-FREEZE-TABLE.
           05 WS-FREEZE OCCURS 30 TIMES.
             10 WS-FREEZE-FROM PIC X(8).
             10 WS-FREEZE-TO PIC X(8).
             10 WS-FREEZE-REASON PIC X(40).
             10 WS-FREEZE-EXEMPT PIC X(12) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'PARMFUT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FUT-DSN.
           MOVE 'FREEZECAL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FREEZE-DSN.
           MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT REPORTFILE.
           OPEN EXTEND AUDITFILE.
           PERFORM 032-LOAD-FREEZES.
           PERFORM 011-LOAD-PENDING.
           PERFORM 018-LOAD-FUTURE.
      * Changes staged for an effective date that has now arrived
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TARGET-NAME.
           PERFORM 004-LOAD-TARGET.
           MOVE REQS-USER TO OPSROLE-USER.
           MOVE REQS-TARGET TO OPSROLE-TARGET.
           IF REQS-ACTION = 'APPROVE' THEN
              MOVE 'PARM-APPROVER' TO OPSROLE-ROLE
           ELSE
              MOVE 'PARM-REQUESTER' TO OPSROLE-ROLE
           END-IF.
           PERFORM 031-CHECK-ENTITLEMENT.
           IF NOT OPSROLE-GRANTED THEN
              EXIT PARAGRAPH
           END-IF.
           IF REQS-ACTION = 'APPROVE' THEN
              PERFORM 013-PROCESS-APPROVAL
              EXIT PARAGRAPH
           END-IF.
           IF REQS-ACTION = 'ROLLBACK' THEN
              PERFORM 035-FREEZE-GATE
              IF WS-FREEZE-BLOCKED = 'N' THEN
                 PERFORM 016-PROCESS-ROLLBACK
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF REQS-ACTION = 'CREATE-FILE' THEN
              PERFORM 035-FREEZE-GATE
              IF WS-FREEZE-BLOCKED = 'N' THEN
                 PERFORM 025-CREATE-FILE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF REQS-ACTION = 'DELETE-LINE' THEN
              MOVE 'EFFECTIVE DATE NOT ALLOWED ON LINE EDITS'
                  TO WS-REASON
           END-IF.
      * Only a change that lands tonight meets the freeze here; a
      * guarded file meets it at approval, a dated one on its day.
           IF WS-REQUEST-VALID AND
               REQS-TARGET NOT = 'JOBCTLSTEPS' AND
               REQS-TARGET NOT = 'JOBCTLWINDOW' AND
               (REQS-EFFDATE IS NOT NUMERIC OR
                REQS-EFFDATE NOT > WS-RUN-DATE) THEN
              PERFORM 035-FREEZE-GATE
              IF WS-FREEZE-BLOCKED = 'Y' THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-REQUEST-VALID THEN
              EVALUATE TRUE
               WHEN REQS-TARGET = 'JOBCTLSTEPS' OR
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
      * A grant withdrawn since the change was staged withdraws the
      * change's standing too; it stays pending in case the grant
      * comes back.
           MOVE WS-PEND-USER(WS-PDX) TO OPSROLE-USER.
           MOVE REQS-TARGET TO OPSROLE-TARGET.
           MOVE 'PARM-REQUESTER' TO OPSROLE-ROLE.
           PERFORM 031-CHECK-ENTITLEMENT.
           IF NOT OPSROLE-GRANTED THEN
              EXIT PARAGRAPH
           END-IF.
      * An approval that would apply tonight inside a freeze is
      * refused like any other change, and the change stays pending.
           IF WS-PEND-EFFDATE(WS-PDX) IS NOT NUMERIC OR
               WS-PEND-EFFDATE(WS-PDX) NOT > WS-RUN-DATE THEN
              PERFORM 035-FREEZE-GATE
              IF WS-FREEZE-BLOCKED = 'Y' THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           STRING REQS-USER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE REQS-EFFDATE TO WS-FREEZE-DATE.
           MOVE REQS-TARGET TO WS-FREEZE-TARGET.
           PERFORM 034-CHECK-FREEZE.
           IF WS-FROZEN = 'Y' THEN
              MOVE SPACES TO REPORT-RECORD
              STRING '  EFFECTIVE DATE FALLS IN THE CHANGE FREEZE '
                  DELIMITED BY SIZE
                  WS-FREEZE-FROM(WS-FREEZE-HIT) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-FREEZE-TO(WS-FREEZE-HIT) DELIMITED BY SIZE
                  ' - HELD BACK UNTIL IT ENDS' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

      * Applies every held change whose effective date has arrived,
      * through the same load/apply/audit path an immediate change
           END-PERFORM.

       023-APPLY-ONE-DUE-CHANGE.
           MOVE WS-RUN-DATE TO WS-FREEZE-DATE.
           MOVE WS-FUT-TARGET(WS-FDX) TO WS-FREEZE-TARGET.
           PERFORM 034-CHECK-FREEZE.
           IF WS-FROZEN = 'Y' THEN
              PERFORM 038-HOLD-BACK-DUE-CHANGE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FUT-TARGET(WS-FDX) TO REQS-TARGET.
           MOVE WS-FUT-LINE(WS-FDX) TO REQS-LINE.
           MOVE WS-FUT-USER(WS-FDX) TO REQS-USER.
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * Asks OPSROLE-01 about OPSROLE-USER in OPSROLE-ROLE for the
      * request's target; a refusal rejects the request.
       031-CHECK-ENTITLEMENT.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF OPSROLE-GRANTED THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REFUSAL.
           IF OPSROLE-NO-FILE THEN
              STRING 'NO OPSROLES ON FILE - ' DELIMITED BY SIZE
                  OPSROLE-USER DELIMITED BY SPACE
                  ' NOT ENTITLED AS ' DELIMITED BY SIZE
                  OPSROLE-ROLE DELIMITED BY SPACE
                  INTO WS-REFUSAL
           ELSE
              STRING OPSROLE-USER DELIMITED BY SPACE
                  ' NOT ENTITLED AS ' DELIMITED BY SIZE
                  OPSROLE-ROLE DELIMITED BY SPACE
                  ' FOR THIS FILE' DELIMITED BY SIZE
                  INTO WS-REFUSAL
           END-IF.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REFUSED ' DELIMITED BY SIZE
               REQS-TARGET DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               REQS-LINE DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               REQS-USER DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           STRING REQS-USER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REQS-TARGET DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               REQS-LINE DELIMITED BY SIZE
               ' REFUSED ' DELIMITED BY SIZE
               REQS-ACTION DELIMITED BY SPACE
               ' - ' DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE 'W' TO ALERT-SEVERITY.
           MOVE 'PARMMNT-01' TO ALERT-PROGRAM.
           MOVE REQS-USER TO ALERT-SUBJECT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING 'REFUSED ' DELIMITED BY SIZE
               REQS-TARGET DELIMITED BY SPACE
               ' - ' DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               INTO ALERT-MESSAGE.
           CALL 'OPSALRT-01' USING ALERT-PARMS.

      * A missing freeze calendar (status other than "00") freezes
      * nothing. Lines starting '**' are comments; a line without
      * two dates is ignored.
       032-LOAD-FREEZES.
           MOVE 0 TO WS-FREEZE-COUNT.
           OPEN INPUT FREEZEFILE.
           IF FREEZE-STATUS NOT = "00" THEN
              CLOSE FREEZEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FREEZE-EOF.
           PERFORM 033-READ-FREEZE UNTIL FREEZE-EOF = 1.
           CLOSE FREEZEFILE.

       033-READ-FREEZE.
           READ FREEZEFILE
               AT END MOVE 1 TO FREEZE-EOF
               NOT AT END
                  IF FREEZE-FROM IS NUMERIC AND
                      FREEZE-TO IS NUMERIC AND
                      WS-FREEZE-COUNT < 30 THEN
                     ADD 1 TO WS-FREEZE-COUNT
                     MOVE FREEZE-FROM
                         TO WS-FREEZE-FROM(WS-FREEZE-COUNT)
                     MOVE FREEZE-TO TO WS-FREEZE-TO(WS-FREEZE-COUNT)
                     MOVE FREEZE-REASON
                         TO WS-FREEZE-REASON(WS-FREEZE-COUNT)
                     PERFORM VARYING WS-XDX FROM 1 BY 1
                         UNTIL WS-XDX > 5
                        MOVE FREEZE-EXEMPT(WS-XDX)
                            TO WS-FREEZE-EXEMPT(WS-FREEZE-COUNT,
                                WS-XDX)
                     END-PERFORM
                  END-IF
           END-READ.

      * Is WS-FREEZE-TARGET frozen on WS-FREEZE-DATE? The first
      * freeze covering the day that does not exempt the file is
      * the one that counts (WS-FREEZE-HIT).
       034-CHECK-FREEZE.
           MOVE 'N' TO WS-FROZEN.
           MOVE 0 TO WS-FREEZE-HIT.
           PERFORM VARYING WS-ZDX FROM 1 BY 1
               UNTIL WS-ZDX > WS-FREEZE-COUNT OR WS-FROZEN = 'Y'
              IF WS-FREEZE-DATE NOT < WS-FREEZE-FROM(WS-ZDX) AND
                  WS-FREEZE-DATE NOT > WS-FREEZE-TO(WS-ZDX) THEN
                 MOVE 'Y' TO WS-FROZEN
                 PERFORM VARYING WS-XDX FROM 1 BY 1
                     UNTIL WS-XDX > 5
                    IF WS-FREEZE-EXEMPT(WS-ZDX, WS-XDX) =
                        WS-FREEZE-TARGET THEN
                       MOVE 'N' TO WS-FROZEN
                    END-IF
                 END-PERFORM
                 IF WS-FROZEN = 'Y' THEN
                    MOVE WS-ZDX TO WS-FREEZE-HIT
                 END-IF
              END-IF
           END-PERFORM.

      * The freeze check for a change that would apply tonight. A
      * request inside a freeze is refused unless it carries a valid
      * emergency override; either way it lands on PARMAUDIT.
       035-FREEZE-GATE.
           MOVE 'N' TO WS-FREEZE-BLOCKED.
           MOVE WS-RUN-DATE TO WS-FREEZE-DATE.
           MOVE REQS-TARGET TO WS-FREEZE-TARGET.
           PERFORM 034-CHECK-FREEZE.
           IF WS-FROZEN = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           IF REQS-OVERRIDE-BY = SPACES AND
               REQS-INCIDENT = SPACES THEN
              MOVE 'NO EMERGENCY OVERRIDE' TO WS-OVERRIDE-REASON
           ELSE
              PERFORM 036-CHECK-OVERRIDE
           END-IF.
           IF WS-OVERRIDE-REASON = SPACES THEN
              PERFORM 037-AUDIT-OVERRIDE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-FREEZE-BLOCKED.
           MOVE SPACES TO WS-REFUSAL.
           STRING 'CHANGE FREEZE ' DELIMITED BY SIZE
               WS-FREEZE-FROM(WS-FREEZE-HIT) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-FREEZE-TO(WS-FREEZE-HIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FREEZE-REASON(WS-FREEZE-HIT) DELIMITED BY SIZE
               INTO WS-REFUSAL.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REFUSED ' DELIMITED BY SIZE
               REQS-TARGET DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               REQS-LINE DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               REQS-USER DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ' DELIMITED BY SIZE
               WS-OVERRIDE-REASON DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           STRING REQS-USER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REQS-TARGET DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               REQS-LINE DELIMITED BY SIZE
               ' REFUSED ' DELIMITED BY SIZE
               REQS-ACTION DELIMITED BY SPACE
               ' - ' DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-OVERRIDE-REASON DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

      * An override needs a named second user who holds
      * PARM-APPROVER for the file, and an incident number; the
      * first thing missing is the reason it is turned down.
       036-CHECK-OVERRIDE.
           MOVE SPACES TO WS-OVERRIDE-REASON.
           EVALUATE TRUE
            WHEN REQS-OVERRIDE-BY = SPACES
              MOVE 'OVERRIDE NEEDS A NAMED APPROVER'
                  TO WS-OVERRIDE-REASON
            WHEN REQS-OVERRIDE-BY = REQS-USER
              MOVE 'OVERRIDE APPROVER MUST BE A SECOND USER'
                  TO WS-OVERRIDE-REASON
            WHEN REQS-INCIDENT IS NOT NUMERIC OR
                REQS-INCIDENT = '000000'
              MOVE 'OVERRIDE NEEDS A SIX-DIGIT INCIDENT NUMBER'
                  TO WS-OVERRIDE-REASON
           END-EVALUATE.
           IF WS-OVERRIDE-REASON NOT = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE REQS-OVERRIDE-BY TO OPSROLE-USER.
           MOVE REQS-TARGET TO OPSROLE-TARGET.
           MOVE 'PARM-APPROVER' TO OPSROLE-ROLE.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF NOT OPSROLE-GRANTED THEN
              STRING 'OVERRIDE APPROVER ' DELIMITED BY SIZE
                  REQS-OVERRIDE-BY DELIMITED BY SPACE
                  ' NOT ENTITLED AS PARM-APPROVER' DELIMITED BY SIZE
                  INTO WS-OVERRIDE-REASON
           END-IF.

       037-AUDIT-OVERRIDE.
           MOVE SPACES TO AUDIT-RECORD.
           STRING REQS-USER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REQS-TARGET DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               REQS-LINE DELIMITED BY SIZE
               ' FREEZE ' DELIMITED BY SIZE
               WS-FREEZE-FROM(WS-FREEZE-HIT) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-FREEZE-TO(WS-FREEZE-HIT) DELIMITED BY SIZE
               ' OVERRIDDEN, APPROVED BY ' DELIMITED BY SIZE
               REQS-OVERRIDE-BY DELIMITED BY SIZE
               ' UNDER INCIDENT ' DELIMITED BY SIZE
               REQS-INCIDENT DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FREEZE OVERRIDE ' DELIMITED BY SIZE
               REQS-TARGET DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               REQS-LINE DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               REQS-USER DELIMITED BY SIZE
               ' APPROVED BY ' DELIMITED BY SIZE
               REQS-OVERRIDE-BY DELIMITED BY SIZE
               ' INCIDENT ' DELIMITED BY SIZE
               REQS-INCIDENT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE 'W' TO ALERT-SEVERITY.
           MOVE 'PARMMNT-01' TO ALERT-PROGRAM.
           MOVE REQS-TARGET TO ALERT-SUBJECT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING 'CHANGE FREEZE OVERRIDDEN BY ' DELIMITED BY SIZE
               REQS-USER DELIMITED BY SPACE
               ', APPROVED BY ' DELIMITED BY SIZE
               REQS-OVERRIDE-BY DELIMITED BY SPACE
               ', INCIDENT ' DELIMITED BY SIZE
               REQS-INCIDENT DELIMITED BY SIZE
               INTO ALERT-MESSAGE.
           CALL 'OPSALRT-01' USING ALERT-PARMS.

      * A dated change whose day has come inside a freeze stays in
      * PARMFUT and is tried again on the next run.
       038-HOLD-BACK-DUE-CHANGE.
           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-FUT-USER(WS-FDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FUT-TARGET(WS-FDX) DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               WS-FUT-LINE(WS-FDX) DELIMITED BY SIZE
               ' EFFECTIVE ' DELIMITED BY SIZE
               WS-FUT-EFFDATE(WS-FDX) DELIMITED BY SIZE
               ' HELD BACK - CHANGE FREEZE ' DELIMITED BY SIZE
               WS-FREEZE-FROM(WS-FREEZE-HIT) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-FREEZE-TO(WS-FREEZE-HIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FREEZE-REASON(WS-FREEZE-HIT) DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'HELD BACK ' DELIMITED BY SIZE
               WS-FUT-TARGET(WS-FDX) DELIMITED BY SIZE
               ' LINE ' DELIMITED BY SIZE
               WS-FUT-LINE(WS-FDX) DELIMITED BY SIZE
               ' - CHANGE FREEZE UNTIL ' DELIMITED BY SIZE
               WS-FREEZE-TO(WS-FREEZE-HIT) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
