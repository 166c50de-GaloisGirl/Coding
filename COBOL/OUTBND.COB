       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOUND-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Outbound transmission builder: the mirror of INTAKE-01 for
      * the feeds we send. For every report-to-partner pairing in the
      * OUTPARTNER table, wraps the night's cataloged generation of
      * the report in the shop envelope -- HDR <sender> <creation-
      * stamp> first, TRL <record-count> last -- writes it to the
      * partner's drop name, and appends the transmission to OUTLOG.
      * A generation already on OUTLOG for that partner is not sent
      * again unless an OUTRESEND record asks for it, so a partner
      * asking 'what did you send us, and when?' gets the same
      * answer INTAKELOG gives us for their feeds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNERFILE ASSIGN TO WS-PARTNER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTNER-STATUS.
           SELECT CATFILE ASSIGN TO WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT GENFILE ASSIGN TO WS-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GEN-STATUS.
           SELECT DROPFILE ASSIGN TO WS-DROP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DROP-STATUS.
           SELECT OPTIONAL LOGFILE ASSIGN TO WS-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.
           SELECT RESENDFILE ASSIGN TO WS-RESEND-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per outbound feed: the report's GENCAT base name
      * in columns 1-12, the partner id in 14-21, the partner's drop
      * name in 23-52 and, in 54-61, the sender id the partner knows
      * us by (blank for the shop's own id).
         FD PARTNERFILE.
         01 PARTNER-RECORD.
           05 PARTNER-REPORT PIC X(12).
           05 FILLER PIC X.
           05 PARTNER-ID PIC X(8).
           05 FILLER PIC X.
           05 PARTNER-DROP PIC X(30).
           05 FILLER PIC X.
           05 PARTNER-SENDER PIC X(8).

         FD CATFILE.
         01 CAT-RECORD.
           05 CAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 CAT-GEN-DATE PIC X(8).
           05 FILLER PIC X(11).

         FD GENFILE.
         01 GEN-RECORD PIC X(2000).

         FD DROPFILE.
         01 DROP-RECORD PIC X(2000).
         01 DROP-HDR-R REDEFINES DROP-RECORD.
           05 DROP-HDR-TAG PIC X(3).
           05 FILLER PIC X.
           05 DROP-HDR-SENDER PIC X(8).
           05 FILLER PIC X.
           05 DROP-HDR-STAMP PIC X(14).
           05 FILLER PIC X(1973).
         01 DROP-TRL-R REDEFINES DROP-RECORD.
           05 DROP-TRL-TAG PIC X(3).
           05 FILLER PIC X.
           05 DROP-TRL-COUNT PIC 9(8).
           05 FILLER PIC X(1988).

      * One record per transmission sent: the report, its generation
      * date and chain cycle, the partner, the HDR sender and stamp
      * the partner will quote back, the body count, SENT or RESENT,
      * and the drop name it went to.
         FD LOGFILE.
         01 LOG-RECORD.
           05 LOG-REPORT PIC X(12).
           05 FILLER PIC X.
           05 LOG-GEN-DATE PIC X(8).
           05 FILLER PIC X.
           05 LOG-CYCLE PIC X.
           05 FILLER PIC X.
           05 LOG-PARTNER PIC X(8).
           05 FILLER PIC X.
           05 LOG-SENDER PIC X(8).
           05 FILLER PIC X.
           05 LOG-STAMP PIC X(14).
           05 FILLER PIC X.
           05 LOG-COUNT PIC 9(8).
           05 FILLER PIC X.
           05 LOG-KIND PIC X(6).
           05 FILLER PIC X.
           05 LOG-DROP PIC X(30).

      * One record per explicit re-send: the report in columns 1-12
      * and the partner id in 14-21. The night's generation goes out
      * again even though OUTLOG shows it sent; the requests are
      * spent once this run has honored them.
         FD RESENDFILE.
         01 RESEND-RECORD.
           05 RESEND-REPORT PIC X(12).
           05 FILLER PIC X.
           05 RESEND-PARTNER PIC X(8).

       WORKING-STORAGE SECTION.
         01 PARTNER-STATUS PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 GEN-STATUS PIC X(2) VALUE SPACES.
         01 DROP-STATUS PIC X(2) VALUE SPACES.
         01 LOG-STATUS PIC X(2) VALUE SPACES.
         01 RESEND-STATUS PIC X(2) VALUE SPACES.
         01 PARTNER-EOF PIC 9 VALUE 0.
         01 CAT-EOF PIC 9 VALUE 0.
         01 GEN-EOF PIC 9 VALUE 0.
         01 LOG-EOF PIC 9 VALUE 0.
         01 RESEND-EOF PIC 9 VALUE 0.
         01 WS-PARTNER-DSN PIC X(64) VALUE 'OUTPARTNER'.
         01 WS-GENCAT-DSN PIC X(64) VALUE 'GENCAT'.
         01 WS-LOG-DSN PIC X(64) VALUE 'OUTLOG'.
         01 WS-RESEND-DSN PIC X(64) VALUE 'OUTRESEND'.
         01 WS-GEN-NAME PIC X(64) VALUE SPACES.
         01 WS-DROP-NAME PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY PROCDATE.
         COPY OPSALERT.
      * The sender id the shop signs its envelopes with, unless the
      * partner table names another for that partner.
         01 WS-SHOP-SENDER PIC X(8) VALUE 'OPSBATCH'.
         01 WS-SENDER PIC X(8) VALUE SPACES.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-BEST-DATE PIC X(8) VALUE SPACES.
         01 WS-SENT PIC 9(3) VALUE 0.
         01 WS-SKIPPED PIC 9(3) VALUE 0.
         01 WS-MISSED PIC 9(3) VALUE 0.
         01 WS-BODY-COUNT PIC 9(8) VALUE 0.
         01 WS-ALREADY-SENT PIC X VALUE 'N'.
         01 WS-RESEND-WANTED PIC X VALUE 'N'.
         01 WS-RESEND-SEEN PIC X VALUE 'N'.
         01 WS-RESEND-TABLE.
           05 WS-RESEND-ENTRY OCCURS 50 TIMES.
             10 WS-RS-REPORT PIC X(12).
             10 WS-RS-PARTNER PIC X(8).
         01 WS-RESEND-COUNT PIC 9(2) VALUE 0.
         01 WS-IDX PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'OUTPARTNER' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARTNER-DSN.
      * Send what the current (or last) chain cycle produced: its
      * GENCAT and its generations.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GENCAT-DSN.
           MOVE 'OUTLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LOG-DSN.
           MOVE 'OUTRESEND' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RESEND-DSN.
           OPEN INPUT PARTNERFILE.
           IF PARTNER-STATUS NOT = "00" THEN
              DISPLAY 'OUTBOUND-01: NO OUTPARTNER ON FILE - NOTHING '
                  'TO SEND'
              CLOSE PARTNERFILE
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 008-LOAD-RESENDS.
           PERFORM 002-READ-PARTNER UNTIL PARTNER-EOF = 1.
           CLOSE PARTNERFILE.
           IF WS-RESEND-SEEN = 'Y' THEN
              PERFORM 011-SPEND-RESENDS
           END-IF.
           DISPLAY 'OUTBOUND-01: ' WS-SENT ' TRANSMISSION(S) SENT, '
               WS-SKIPPED ' ALREADY SENT, ' WS-MISSED ' MISSED'.
      * As for DISTRIB-01: a missed transmission is a warning, and
      * the alert says which partner is short. A generation skipped
      * because it already went out is the normal case on a rerun.
           IF WS-MISSED > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       002-READ-PARTNER.
           READ PARTNERFILE
               AT END MOVE 1 TO PARTNER-EOF
               NOT AT END
                  IF PARTNER-REPORT NOT = SPACES THEN
                     PERFORM 003-SEND-ONE
                  END-IF
           END-READ.

      * The night's generation is the newest one GENCAT lists for
      * the report. It goes out only if OUTLOG has no record of it
      * reaching this partner, or a re-send was asked for.
       003-SEND-ONE.
           PERFORM 004-FIND-NEWEST-GENERATION.
           IF WS-BEST-DATE = SPACES THEN
              ADD 1 TO WS-MISSED
              DISPLAY 'OUTBOUND-01: NO GENERATION OF ' PARTNER-REPORT
                  ' IN GENCAT - NOT SENT TO ' PARTNER-ID
              MOVE 'W' TO ALERT-SEVERITY
              MOVE 'OUTBOUND-01' TO ALERT-PROGRAM
              MOVE PARTNER-REPORT TO ALERT-SUBJECT
              MOVE 'REPORT HAD NO GENERATION TO SEND TO PARTNER'
                  TO ALERT-MESSAGE
              CALL 'OPSALRT-01' USING ALERT-PARMS
              EXIT PARAGRAPH
           END-IF.
           PERFORM 010-CHECK-RESEND.
           PERFORM 006-CHECK-ALREADY-SENT.
           IF WS-ALREADY-SENT = 'Y' AND WS-RESEND-WANTED = 'N' THEN
              ADD 1 TO WS-SKIPPED
              DISPLAY 'OUTBOUND-01: ' PARTNER-REPORT ' ' WS-BEST-DATE
                  ' ALREADY SENT TO ' PARTNER-ID ' - NOT SENT AGAIN'
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GEN-NAME.
           STRING PARTNER-REPORT DELIMITED BY SPACE
               '.D' DELIMITED BY SIZE
               WS-BEST-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-GEN-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GEN-NAME.
           MOVE PARTNER-DROP TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DROP-NAME.
           IF PARTNER-SENDER = SPACES THEN
              MOVE WS-SHOP-SENDER TO WS-SENDER
           ELSE
              MOVE PARTNER-SENDER TO WS-SENDER
           END-IF.
           OPEN INPUT GENFILE.
           IF GEN-STATUS NOT = "00" THEN
              ADD 1 TO WS-MISSED
              DISPLAY 'OUTBOUND-01: ' WS-GEN-NAME ' CATALOGED BUT '
                  'MISSING - NOT SENT TO ' PARTNER-ID
              MOVE 'W' TO ALERT-SEVERITY
              MOVE 'OUTBOUND-01' TO ALERT-PROGRAM
              MOVE PARTNER-REPORT TO ALERT-SUBJECT
              MOVE 'CATALOGED GENERATION MISSING - NOT SENT'
                  TO ALERT-MESSAGE
              CALL 'OPSALRT-01' USING ALERT-PARMS
              CLOSE GENFILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DROPFILE.
           IF DROP-STATUS NOT = "00" THEN
              ADD 1 TO WS-MISSED
              DISPLAY 'OUTBOUND-01: CANNOT WRITE ' WS-DROP-NAME
                  ', STATUS ' DROP-STATUS ' - NOT SENT TO ' PARTNER-ID
              CLOSE GENFILE
              CLOSE DROPFILE
              EXIT PARAGRAPH
           END-IF.
           PERFORM 005-WRAP-GENERATION.
           CLOSE DROPFILE.
           CLOSE GENFILE.
           ADD 1 TO WS-SENT.
           PERFORM 007-LOG-TRANSMISSION.

       004-FIND-NEWEST-GENERATION.
           MOVE SPACES TO WS-BEST-DATE.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CAT-EOF.
           PERFORM 012-SCAN-CATALOG UNTIL CAT-EOF = 1.
           CLOSE CATFILE.

       012-SCAN-CATALOG.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  IF CAT-REPORT-NAME = PARTNER-REPORT AND
                      CAT-GEN-DATE > WS-BEST-DATE THEN
                     MOVE CAT-GEN-DATE TO WS-BEST-DATE
                  END-IF
           END-READ.

      * HDR, the generation's records untouched, then TRL with the
      * body count -- exactly the shape INTAKE-01 verifies.
       005-WRAP-GENERATION.
           MOVE SPACES TO DROP-RECORD.
           MOVE 'HDR' TO DROP-HDR-TAG.
           MOVE WS-SENDER TO DROP-HDR-SENDER.
           MOVE WS-TIMESTAMP(1:14) TO DROP-HDR-STAMP.
           WRITE DROP-RECORD.
           MOVE 0 TO WS-BODY-COUNT.
           MOVE 0 TO GEN-EOF.
           PERFORM 013-COPY-BODY-RECORD UNTIL GEN-EOF = 1.
           MOVE SPACES TO DROP-RECORD.
           MOVE 'TRL' TO DROP-TRL-TAG.
           MOVE WS-BODY-COUNT TO DROP-TRL-COUNT.
           WRITE DROP-RECORD.

       013-COPY-BODY-RECORD.
           READ GENFILE
               AT END MOVE 1 TO GEN-EOF
               NOT AT END
                  ADD 1 TO WS-BODY-COUNT
                  MOVE GEN-RECORD TO DROP-RECORD
                  WRITE DROP-RECORD
           END-READ.

      * Report, generation date and cycle, and partner identify a
      * transmission; the stamp does not, since a rerun would make a
      * new one for the same data. A missing log (status other than
      * "00") means nothing was ever sent.
       006-CHECK-ALREADY-SENT.
           MOVE 'N' TO WS-ALREADY-SENT.
           OPEN INPUT LOGFILE.
           IF LOG-STATUS = "00" THEN
              MOVE 0 TO LOG-EOF
              PERFORM 009-SCAN-LOG-RECORD UNTIL LOG-EOF = 1
           END-IF.
           CLOSE LOGFILE.

       009-SCAN-LOG-RECORD.
           READ LOGFILE
               AT END MOVE 1 TO LOG-EOF
               NOT AT END
                  IF LOG-REPORT = PARTNER-REPORT AND
                      LOG-GEN-DATE = WS-BEST-DATE AND
                      LOG-CYCLE = PROCDATE-CYCLE AND
                      LOG-PARTNER = PARTNER-ID THEN
                     MOVE 'Y' TO WS-ALREADY-SENT
                     MOVE 1 TO LOG-EOF
                  END-IF
           END-READ.

       007-LOG-TRANSMISSION.
           OPEN EXTEND LOGFILE.
           MOVE SPACES TO LOG-RECORD.
           MOVE PARTNER-REPORT TO LOG-REPORT.
           MOVE WS-BEST-DATE TO LOG-GEN-DATE.
           MOVE PROCDATE-CYCLE TO LOG-CYCLE.
           MOVE PARTNER-ID TO LOG-PARTNER.
           MOVE WS-SENDER TO LOG-SENDER.
           MOVE WS-TIMESTAMP(1:14) TO LOG-STAMP.
           MOVE WS-BODY-COUNT TO LOG-COUNT.
           IF WS-ALREADY-SENT = 'Y' THEN
              MOVE 'RESENT' TO LOG-KIND
           ELSE
              MOVE 'SENT' TO LOG-KIND
           END-IF.
           MOVE PARTNER-DROP TO LOG-DROP.
           WRITE LOG-RECORD.
           CLOSE LOGFILE.
           DISPLAY 'OUTBOUND-01: ' LOG-RECORD.

      * A missing OUTRESEND (status other than "00") just means no
      * re-sends were asked for.
       008-LOAD-RESENDS.
           MOVE 0 TO WS-RESEND-COUNT.
           OPEN INPUT RESENDFILE.
           IF RESEND-STATUS NOT = "00" THEN
              CLOSE RESENDFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RESEND-SEEN.
           MOVE 0 TO RESEND-EOF.
           PERFORM 014-READ-RESEND UNTIL RESEND-EOF = 1.
           CLOSE RESENDFILE.

       014-READ-RESEND.
           READ RESENDFILE
               AT END MOVE 1 TO RESEND-EOF
               NOT AT END
                  IF RESEND-REPORT NOT = SPACES AND
                      WS-RESEND-COUNT < 50 THEN
                     ADD 1 TO WS-RESEND-COUNT
                     MOVE RESEND-REPORT
                         TO WS-RS-REPORT(WS-RESEND-COUNT)
                     MOVE RESEND-PARTNER
                         TO WS-RS-PARTNER(WS-RESEND-COUNT)
                  END-IF
           END-READ.

       010-CHECK-RESEND.
           MOVE 'N' TO WS-RESEND-WANTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RESEND-COUNT
              IF WS-RS-REPORT(WS-IDX) = PARTNER-REPORT AND
                  WS-RS-PARTNER(WS-IDX) = PARTNER-ID THEN
                 MOVE 'Y' TO WS-RESEND-WANTED
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * A re-send is asked for once: emptying OUTRESEND keeps the
      * next night from sending the same generation yet again.
       011-SPEND-RESENDS.
           OPEN OUTPUT RESENDFILE.
           CLOSE RESENDFILE.
