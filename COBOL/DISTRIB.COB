      * delivery record -- report, generation date, recipient,
      * timestamp -- to DISTLOG. The operator checks one log instead
      * of remembering which folders got their morning copies.
      *
      * The pieces BURST-01 cut for the cycle tonight are delivered
      * the same way from BURSTLIST, each to <drop>.<report>, after
      * the whole-report deliveries; a reader listed for both gets
      * the piece.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOGFILE ASSIGN TO WS-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLISTFILE ASSIGN TO WS-BLIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 CAT-GEN-DATE PIC X(8).
           05 FILLER PIC X(11).

         FD GENFILE.
         01 GEN-RECORD PIC X(2000).
         FD LOGFILE.
         01 LOG-RECORD PIC X(100).

      * Written by BURST-01: its processing date, report, generation
      * date, recipient, sections kept and the piece's dataset name.
         FD BLISTFILE.
         01 BLIST-RECORD.
           05 BLIST-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 BLIST-REPORT PIC X(14).
           05 FILLER PIC X.
           05 BLIST-GEN-DATE PIC X(8).
           05 FILLER PIC X.
           05 BLIST-RECIPIENT PIC X(30).
           05 FILLER PIC X.
           05 BLIST-SECTIONS PIC 9(4).
           05 FILLER PIC X.
           05 BLIST-PIECE PIC X(64).

       WORKING-STORAGE SECTION.
         01 LIST-STATUS PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 LIST-EOF PIC 9 VALUE 0.
         01 CAT-EOF PIC 9 VALUE 0.
         01 GEN-EOF PIC 9 VALUE 0.
         01 BLIST-STATUS PIC X(2) VALUE SPACES.
         01 BLIST-EOF PIC 9 VALUE 0.
         01 WS-BLIST-DSN PIC X(64) VALUE 'BURSTLIST'.
      * What is being delivered, for the log line.
         01 WS-DLV-REPORT PIC X(14) VALUE SPACES.
         01 WS-DLV-RECIPIENT PIC X(30) VALUE SPACES.
         01 WS-DLV-SECTIONS PIC 9(4) VALUE 0.
         01 WS-DLV-BURST PIC X VALUE 'N'.
         01 WS-LOG-PTR PIC 9(3) VALUE 1.
         01 WS-LIST-DSN PIC X(64) VALUE 'DISTLIST'.
         01 WS-GENCAT-DSN PIC X(64) VALUE 'GENCAT'.
         01 WS-LOG-DSN PIC X(64) VALUE 'DISTLOG'.
         01 WS-GEN-NAME PIC X(64) VALUE SPACES.
         01 WS-DROP-NAME PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY PROCDATE.
         COPY OPSALERT.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-BEST-DATE PIC X(8) VALUE SPACES.
           MOVE 'DISTLIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LIST-DSN.
      * Deliver what the current (or last) chain cycle produced: its
      * GENCAT and its generations.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GENCAT-DSN.
           MOVE 'DISTLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LOG-DSN.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'BURSTLIST' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-BLIST-DSN.
           OPEN INPUT LISTFILE.
           IF LIST-STATUS NOT = "00" THEN
              DISPLAY 'DISTRIB-01: NO DISTLIST ON FILE - NO WHOLE '
                  'REPORTS TO DELIVER'
              CLOSE LISTFILE
           ELSE
              PERFORM 002-READ-MANIFEST UNTIL LIST-EOF = 1
              CLOSE LISTFILE
           END-IF.
           PERFORM 008-DELIVER-PIECES.
           DISPLAY 'DISTRIB-01: ' WS-DELIVERED ' DELIVERY(IES), '
               WS-MISSED ' MISSED'.
      * A missed delivery is a warning: the report generation was
      * the report; a report with no cataloged generation cannot be
      * delivered and is flagged.
       003-DELIVER-ONE.
           MOVE LIST-REPORT TO WS-DLV-REPORT.
           MOVE LIST-RECIPIENT TO WS-DLV-RECIPIENT.
           MOVE 'N' TO WS-DLV-BURST.
           PERFORM 004-FIND-NEWEST-GENERATION.
           IF WS-BEST-DATE = SPACES THEN
              ADD 1 TO WS-MISSED
               '.D' DELIMITED BY SIZE
               WS-BEST-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-GEN-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GEN-NAME.
           MOVE SPACES TO WS-DROP-NAME.
                  WRITE DROP-RECORD
           END-READ.

      * A piece's line also says how many sections it carried.
       006-LOG-DELIVERY.
           OPEN EXTEND LOGFILE.
           MOVE SPACES TO LOG-RECORD.
           MOVE 1 TO WS-LOG-PTR.
           STRING WS-DLV-REPORT DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-BEST-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-DLV-RECIPIENT DELIMITED BY SPACE
               ' AT ' DELIMITED BY SIZE
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-COPY-COUNT DELIMITED BY SIZE
               ' RECORDS)' DELIMITED BY SIZE
               INTO LOG-RECORD WITH POINTER WS-LOG-PTR.
           IF WS-DLV-BURST = 'Y' THEN
              STRING ' BURST ' DELIMITED BY SIZE
                  WS-DLV-SECTIONS DELIMITED BY SIZE
                  ' SECTION(S)' DELIMITED BY SIZE
                  INTO LOG-RECORD WITH POINTER WS-LOG-PTR
           END-IF.
           WRITE LOG-RECORD.
           CLOSE LOGFILE.
           DISPLAY LOG-RECORD.

      * Only pieces BURST-01 cut on tonight's processing date go out;
      * a list left from an earlier night, when the burst step did
      * not run, is not delivered again.
       008-DELIVER-PIECES.
           OPEN INPUT BLISTFILE.
           IF BLIST-STATUS NOT = "00" THEN
              CLOSE BLISTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BLIST-EOF.
           PERFORM 009-READ-PIECE-LIST UNTIL BLIST-EOF = 1.
           CLOSE BLISTFILE.

       009-READ-PIECE-LIST.
           READ BLISTFILE
               AT END MOVE 1 TO BLIST-EOF
               NOT AT END
                  IF BLIST-RUN-DATE = PROCDATE-DATE AND
                      BLIST-REPORT NOT = SPACES THEN
                     PERFORM 010-DELIVER-PIECE
                  END-IF
           END-READ.

       010-DELIVER-PIECE.
           MOVE BLIST-REPORT TO WS-DLV-REPORT.
           MOVE BLIST-RECIPIENT TO WS-DLV-RECIPIENT.
           MOVE BLIST-SECTIONS TO WS-DLV-SECTIONS.
           MOVE 'Y' TO WS-DLV-BURST.
           MOVE BLIST-GEN-DATE TO WS-BEST-DATE.
           MOVE BLIST-PIECE TO WS-GEN-NAME.
           MOVE SPACES TO WS-DROP-NAME.
           STRING BLIST-RECIPIENT DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               BLIST-REPORT DELIMITED BY SPACE
               INTO WS-DROP-NAME.
           MOVE WS-DROP-NAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DROP-NAME.
           OPEN INPUT GENFILE.
           IF GEN-STATUS NOT = "00" THEN
              ADD 1 TO WS-MISSED
              DISPLAY 'DISTRIB-01: PIECE ' WS-GEN-NAME ' LISTED BUT '
                  'MISSING - NOT DELIVERED TO ' BLIST-RECIPIENT
              CLOSE GENFILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DROPFILE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO GEN-EOF.
           PERFORM 005-COPY-RECORD UNTIL GEN-EOF = 1.
           CLOSE DROPFILE.
           CLOSE GENFILE.
           ADD 1 TO WS-DELIVERED.
           PERFORM 006-LOG-DELIVERY.
