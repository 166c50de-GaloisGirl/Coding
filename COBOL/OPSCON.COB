      * instead of a dozen loose files learned by folklore. A
      * numbered menu views the morning dashboard and the exceptions
      * digest, places and releases one-night step holds, submits a
      * parameter request, inspects checkpoints, and acknowledges a
      * recurring alert or plans an alert suppression window for an
      * outage -- every action
      * writing exactly the control records and audit entries the
      * batch path reads, so the console and the night can never
      * disagree about a file's layout.
      *
      * The operator signs on once; OPSROLES (through OPSROLE-01)
      * decides which of the menu's actions that user is offered,
      * and a parameter request is filed under the signed-on user,
      * for a target that user may request or approve changes to.
      * Every refusal goes to OPSALERT so security sees attempted
      * overreach.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CKPTCTLFILE ASSIGN TO WS-CKPTCTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACKFILE ASSIGN TO WS-ACK-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUPPFILE ASSIGN TO WS-SUPP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 REQS-VALUE PIC X(60).
           05 REQS-ACTION PIC X(12).
           05 REQS-EFFDATE PIC X(8).
           05 REQS-OVERRIDE-BY PIC X(8).
           05 REQS-INCIDENT PIC X(6).

      * Same layout CKPTUTIL-01 reads.
         FD CKPTCTLFILE.
           05 CKPTCTL-TARGET PIC X(12).
           05 FILLER PIC X(62).

      * Same layouts OPSALRT-01 reads.
         FD ACKFILE.
         01 ACK-RECORD.
           05 ACK-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 ACK-SUBJECT PIC X(44).
           05 FILLER PIC X.
           05 ACK-EXPIRY PIC X(8).
           05 FILLER PIC X.
           05 ACK-USER PIC X(8).
           05 FILLER PIC X.
           05 ACK-REASON PIC X(60).

         FD SUPPFILE.
         01 SUPP-RECORD.
           05 SUPP-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 SUPP-SUBJECT PIC X(44).
           05 FILLER PIC X.
           05 SUPP-FROM PIC X(12).
           05 FILLER PIC X.
           05 SUPP-TO PIC X(12).
           05 FILLER PIC X.
           05 SUPP-USER PIC X(8).
           05 FILLER PIC X.
           05 SUPP-REASON PIC X(60).

       WORKING-STORAGE SECTION.
         01 VIEW-STATUS PIC X(2) VALUE SPACES.
         01 HOLD-STATUS PIC X(2) VALUE SPACES.
         01 WS-HOLDWORK-DSN PIC X(64) VALUE 'JOBCTLHOLD-REL'.
         01 WS-REQS-DSN PIC X(64) VALUE 'PARMREQS'.
         01 WS-CKPTCTL-DSN PIC X(64) VALUE 'CKPTCTL'.
         01 WS-ACK-DSN PIC X(64) VALUE 'ALERTACK'.
         01 WS-SUPP-DSN PIC X(64) VALUE 'ALERTSUPP'.
         COPY ENVQ.
         COPY OPSROLE.
         COPY OPSALERT.
         01 WS-CHOICE PIC X VALUE SPACE.
         01 WS-SIGNON-USER PIC X(8) VALUE SPACES.
      * What the signed-on user is offered.
         01 WS-MAY-VIEW PIC X VALUE 'N'.
         01 WS-MAY-OPERATE PIC X VALUE 'N'.
         01 WS-MAY-REQUEST PIC X VALUE 'N'.
         01 WS-MAY-APPROVE PIC X VALUE 'N'.
         01 WS-REFUSED-ACTION PIC X(40) VALUE SPACES.
         01 WS-DONE PIC X VALUE 'N'.
         01 WS-LINES-SHOWN PIC 9(4) VALUE 0.
         01 WS-IN-OP PIC X(6) VALUE SPACES.
         01 WS-IN-VALUE PIC X(60) VALUE SPACES.
         01 WS-IN-ACTION PIC X(12) VALUE SPACES.
         01 WS-IN-EFFDATE PIC X(8) VALUE SPACES.
         01 WS-IN-OVERRIDE-BY PIC X(8) VALUE SPACES.
         01 WS-IN-INCIDENT PIC X(6) VALUE SPACES.
         01 WS-IN-CKPT PIC X(12) VALUE SPACES.
         01 WS-IN-PROGRAM PIC X(14) VALUE SPACES.
         01 WS-IN-SUBJECT PIC X(44) VALUE SPACES.
         01 WS-IN-FROM PIC X(12) VALUE SPACES.
         01 WS-IN-TO PIC X(12) VALUE SPACES.
         01 WS-IN-REASON PIC X(60) VALUE SPACES.
         01 WS-TODAY PIC X(8) VALUE SPACES.
         01 WS-HOLD-COUNT PIC 9(2) VALUE 0.
         01 WS-HOLD-OVF PIC X VALUE 'N'.
         01 WS-HDX PIC 9(2) VALUE 0.
           MOVE 'CKPTCTL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CKPTCTL-DSN.
           MOVE 'ALERTACK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ACK-DSN.
           MOVE 'ALERTSUPP' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SUPP-DSN.
           PERFORM 013-SIGN-ON.
           IF WS-DONE = 'Y' THEN
              DISPLAY 'OPSCON-01: CONSOLE CLOSED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 002-ONE-ROUND UNTIL WS-DONE = 'Y'.
           DISPLAY 'OPSCON-01: CONSOLE CLOSED'.
           MOVE 0 TO RETURN-CODE.

       002-ONE-ROUND.
           DISPLAY ' '.
           DISPLAY '--- OPERATOR CONSOLE (' WS-SIGNON-USER ') ---'.
           IF WS-MAY-VIEW = 'Y' THEN
              DISPLAY '1  VIEW MORNING DASHBOARD'
              DISPLAY '2  VIEW EXCEPTIONS DIGEST'
           END-IF.
           IF WS-MAY-OPERATE = 'Y' THEN
              DISPLAY '3  PLACE A ONE-NIGHT STEP HOLD/SKIP'
              DISPLAY '4  RELEASE A STEP HOLD'
           END-IF.
           IF WS-MAY-REQUEST = 'Y' OR WS-MAY-APPROVE = 'Y' THEN
              DISPLAY '5  SUBMIT A PARAMETER REQUEST'
           END-IF.
           IF WS-MAY-OPERATE = 'Y' THEN
              DISPLAY '6  INSPECT CHECKPOINTS'
              DISPLAY '7  ACKNOWLEDGE A RECURRING ALERT'
              DISPLAY '8  PLAN AN ALERT SUPPRESSION WINDOW'
           END-IF.
           DISPLAY '0  EXIT'.
           DISPLAY 'CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
      * A number the menu did not offer this user is a refusal, not
      * a typo.
           EVALUATE TRUE
            WHEN WS-CHOICE = '1' AND WS-MAY-VIEW = 'Y'
              MOVE 'OPSDASH-REPORT' TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-VIEW-DSN
              PERFORM 003-SHOW-FILE
            WHEN WS-CHOICE = '2' AND WS-MAY-VIEW = 'Y'
              MOVE 'EXCDIGEST' TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-VIEW-DSN
              PERFORM 003-SHOW-FILE
            WHEN WS-CHOICE = '3' AND WS-MAY-OPERATE = 'Y'
              PERFORM 005-PLACE-HOLD
            WHEN WS-CHOICE = '4' AND WS-MAY-OPERATE = 'Y'
              PERFORM 006-RELEASE-HOLD
            WHEN WS-CHOICE = '5' AND
                (WS-MAY-REQUEST = 'Y' OR WS-MAY-APPROVE = 'Y')
              PERFORM 007-SUBMIT-REQUEST
            WHEN WS-CHOICE = '6' AND WS-MAY-OPERATE = 'Y'
              PERFORM 008-INSPECT-CHECKPOINTS
            WHEN WS-CHOICE = '7' AND WS-MAY-OPERATE = 'Y'
              PERFORM 015-ACKNOWLEDGE-ALERT
            WHEN WS-CHOICE = '8' AND WS-MAY-OPERATE = 'Y'
              PERFORM 016-PLAN-SUPPRESSION
            WHEN WS-CHOICE = '0'
              MOVE 'Y' TO WS-DONE
            WHEN WS-CHOICE >= '1' AND WS-CHOICE <= '8'
              MOVE SPACES TO WS-REFUSED-ACTION
              STRING 'MENU CHOICE ' DELIMITED BY SIZE
                  WS-CHOICE DELIMITED BY SIZE
                  INTO WS-REFUSED-ACTION
              PERFORM 014-REFUSE
            WHEN OTHER
              DISPLAY 'UNKNOWN CHOICE'
           END-EVALUATE.
           ACCEPT WS-IN-TARGET.
           DISPLAY 'LINE NUMBER (2 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-IN-LINE.
           MOVE WS-SIGNON-USER TO WS-IN-USER.
           DISPLAY 'VALUE: ' WITH NO ADVANCING.
           ACCEPT WS-IN-VALUE.
           DISPLAY 'ACTION (BLANK, ADD-LINE, DELETE-LINE, '
           DISPLAY 'EFFECTIVE DATE (BLANK FOR NOW): '
               WITH NO ADVANCING.
           ACCEPT WS-IN-EFFDATE.
      * Only needed to push a change through a change freeze.
           DISPLAY 'FREEZE OVERRIDE APPROVER (BLANK IF NONE): '
               WITH NO ADVANCING.
           ACCEPT WS-IN-OVERRIDE-BY.
           MOVE SPACES TO WS-IN-INCIDENT.
           IF WS-IN-OVERRIDE-BY NOT = SPACES THEN
              DISPLAY 'INCIDENT NUMBER (6 DIGITS): '
                  WITH NO ADVANCING
              ACCEPT WS-IN-INCIDENT
           END-IF.
           IF WS-IN-TARGET = SPACES OR WS-IN-USER = SPACES OR
               WS-IN-LINE IS NOT NUMERIC THEN
              DISPLAY 'TARGET, NUMERIC LINE AND USER REQUIRED - '
                  'NOT SUBMITTED'
              EXIT PARAGRAPH
           END-IF.
      * PARMMNT-01 checks again when it runs; refusing here saves
      * the user a request that can only bounce.
           MOVE WS-SIGNON-USER TO OPSROLE-USER.
           MOVE WS-IN-TARGET TO OPSROLE-TARGET.
           MOVE SPACES TO WS-REFUSED-ACTION.
           IF WS-IN-ACTION = 'APPROVE' THEN
              MOVE 'PARM-APPROVER' TO OPSROLE-ROLE
              STRING 'APPROVAL ON ' DELIMITED BY SIZE
                  WS-IN-TARGET DELIMITED BY SIZE
                  INTO WS-REFUSED-ACTION
           ELSE
              MOVE 'PARM-REQUESTER' TO OPSROLE-ROLE
              STRING 'PARAMETER REQUEST ON ' DELIMITED BY SIZE
                  WS-IN-TARGET DELIMITED BY SIZE
                  INTO WS-REFUSED-ACTION
           END-IF.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF NOT OPSROLE-GRANTED THEN
              PERFORM 014-REFUSE
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND REQSFILE.
           MOVE SPACES TO REQS-RECORD.
           MOVE WS-IN-TARGET TO REQS-TARGET.
           MOVE WS-IN-VALUE TO REQS-VALUE.
           MOVE WS-IN-ACTION TO REQS-ACTION.
           MOVE WS-IN-EFFDATE TO REQS-EFFDATE.
           MOVE WS-IN-OVERRIDE-BY TO REQS-OVERRIDE-BY.
           MOVE WS-IN-INCIDENT TO REQS-INCIDENT.
           WRITE REQS-RECORD.
           CLOSE REQSFILE.
           DISPLAY 'REQUEST FILED FOR THE NEXT PARMMNT-01 RUN'.
      * registry table and return code still loaded.
           CANCEL 'CKPTUTIL-01'.
           MOVE 0 TO RETURN-CODE.

      * The user id is asked once and everything the session does
      * is done as that user. A user OPSROLES does not list at all
      * (or no OPSROLES on file) gets no console.
       013-SIGN-ON.
           DISPLAY 'YOUR USER ID: ' WITH NO ADVANCING.
           ACCEPT WS-SIGNON-USER.
           MOVE WS-SIGNON-USER TO OPSROLE-USER.
           MOVE SPACES TO OPSROLE-TARGET.
           MOVE '*ANY*' TO OPSROLE-ROLE.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF NOT OPSROLE-GRANTED THEN
              MOVE 'CONSOLE SIGN-ON' TO WS-REFUSED-ACTION
              PERFORM 014-REFUSE
              MOVE 'Y' TO WS-DONE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'VIEWER' TO OPSROLE-ROLE.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF OPSROLE-GRANTED THEN
              MOVE 'Y' TO WS-MAY-VIEW
           END-IF.
           MOVE 'OPERATOR' TO OPSROLE-ROLE.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF OPSROLE-GRANTED THEN
              MOVE 'Y' TO WS-MAY-OPERATE
           END-IF.
           MOVE 'PARM-REQUESTER' TO OPSROLE-ROLE.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF OPSROLE-GRANTED THEN
              MOVE 'Y' TO WS-MAY-REQUEST
           END-IF.
           MOVE 'PARM-APPROVER' TO OPSROLE-ROLE.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF OPSROLE-GRANTED THEN
              MOVE 'Y' TO WS-MAY-APPROVE
           END-IF.

       014-REFUSE.
           MOVE 'W' TO ALERT-SEVERITY.
           MOVE 'OPSCON-01' TO ALERT-PROGRAM.
           MOVE WS-SIGNON-USER TO ALERT-SUBJECT.
           MOVE SPACES TO ALERT-MESSAGE.
           IF OPSROLE-NO-FILE THEN
              STRING 'REFUSED ' DELIMITED BY SIZE
                  WS-REFUSED-ACTION DELIMITED BY '  '
                  ' - NO OPSROLES ON FILE' DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           ELSE
              STRING 'REFUSED ' DELIMITED BY SIZE
                  WS-REFUSED-ACTION DELIMITED BY '  '
                  ' - USER NOT ENTITLED' DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-IF.
           DISPLAY ALERT-MESSAGE.
           CALL 'OPSALRT-01' USING ALERT-PARMS.

      * Appends the acknowledgement OPSALRT-01 reads: from now until
      * the expiry date, this program's alerts on this subject are
      * filed as acknowledged and stop paging.
       015-ACKNOWLEDGE-ALERT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'ALERTING PROGRAM: ' WITH NO ADVANCING.
           ACCEPT WS-IN-PROGRAM.
           DISPLAY 'SUBJECT: ' WITH NO ADVANCING.
           ACCEPT WS-IN-SUBJECT.
           DISPLAY 'ACKNOWLEDGED THROUGH (YYYYMMDD): '
               WITH NO ADVANCING.
           ACCEPT WS-IN-DATE.
           DISPLAY 'REASON: ' WITH NO ADVANCING.
           ACCEPT WS-IN-REASON.
           IF WS-IN-PROGRAM = SPACES OR WS-IN-SUBJECT = SPACES OR
               WS-IN-REASON = SPACES THEN
              DISPLAY 'PROGRAM, SUBJECT AND REASON REQUIRED - '
                  'NOT ACKNOWLEDGED'
              EXIT PARAGRAPH
           END-IF.
           IF WS-IN-DATE IS NOT NUMERIC OR WS-IN-DATE < WS-TODAY THEN
              DISPLAY 'EXPIRY MUST BE A DATE FROM TODAY ON - '
                  'NOT ACKNOWLEDGED'
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ACKFILE.
           MOVE SPACES TO ACK-RECORD.
           MOVE WS-IN-PROGRAM TO ACK-PROGRAM.
           MOVE WS-IN-SUBJECT TO ACK-SUBJECT.
           MOVE WS-IN-DATE TO ACK-EXPIRY.
           MOVE WS-SIGNON-USER TO ACK-USER.
           MOVE WS-IN-REASON TO ACK-REASON.
           WRITE ACK-RECORD.
           CLOSE ACKFILE.
           DISPLAY 'ACKNOWLEDGED THROUGH ' WS-IN-DATE.

      * Appends a planned-outage window; a blank program or subject
      * covers every one.
       016-PLAN-SUPPRESSION.
           DISPLAY 'ALERTING PROGRAM (BLANK FOR ANY): '
               WITH NO ADVANCING.
           ACCEPT WS-IN-PROGRAM.
           DISPLAY 'SUBJECT (BLANK FOR ANY): ' WITH NO ADVANCING.
           ACCEPT WS-IN-SUBJECT.
           DISPLAY 'FROM (YYYYMMDDHHMM): ' WITH NO ADVANCING.
           ACCEPT WS-IN-FROM.
           DISPLAY 'TO (YYYYMMDDHHMM): ' WITH NO ADVANCING.
           ACCEPT WS-IN-TO.
           DISPLAY 'REASON: ' WITH NO ADVANCING.
           ACCEPT WS-IN-REASON.
           IF WS-IN-FROM IS NOT NUMERIC OR WS-IN-TO IS NOT NUMERIC
               OR WS-IN-TO < WS-IN-FROM THEN
              DISPLAY 'FROM AND TO MUST BE STAMPS, TO NOT BEFORE '
                  'FROM - NOT PLANNED'
              EXIT PARAGRAPH
           END-IF.
           IF WS-IN-REASON = SPACES THEN
              DISPLAY 'REASON REQUIRED - NOT PLANNED'
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SUPPFILE.
           MOVE SPACES TO SUPP-RECORD.
           MOVE WS-IN-PROGRAM TO SUPP-PROGRAM.
           MOVE WS-IN-SUBJECT TO SUPP-SUBJECT.
           MOVE WS-IN-FROM TO SUPP-FROM.
           MOVE WS-IN-TO TO SUPP-TO.
           MOVE WS-SIGNON-USER TO SUPP-USER.
           MOVE WS-IN-REASON TO SUPP-REASON.
           WRITE SUPP-RECORD.
           CLOSE SUPPFILE.
           DISPLAY 'ALERTS SUPPRESSED FROM ' WS-IN-FROM ' TO '
               WS-IN-TO.
