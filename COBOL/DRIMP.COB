       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIMP-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Disaster-recovery import: rebuilds the run-control estate at
      * the recovery site from the DRBUNDLE that DREXP-01 made. Every
      * dataset in the bundle is written afresh -- keyed ones rebuilt
      * through DRKEY-01, the rest as line sequential text -- and then
      * read back from disk, and its record count and CHKSUM-01
      * checksum are proved against the figures the bundle carries.
      * The manifest at the end of the bundle is then walked, so a
      * dataset that was missing at the source, or that the manifest
      * names but the bundle lost on the way, is reported by name.
      *
      * Dataset names resolve through ENVQ-01 like everywhere else,
      * so a DR test run under the TEST qualifier rebuilds a TEST.
      * estate beside the live one instead of on top of it.
      *
      * Return code 0 when every dataset was rebuilt and verified, 4
      * when all that did arrive verified but the source had gaps
      * (datasets missing there, read short there, or keys repeated
      * in a keyed dataset), 8 when anything failed to rebuild or to
      * verify, or the bundle is cut off or is not a bundle at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUNDLEFILE ASSIGN TO WS-BUNDLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUNDLE-STATUS.
           SELECT SEQFILE ASSIGN TO WS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQ-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The bundle DREXP-01 writes.
         FD BUNDLEFILE.
         01 BUNDLE-RECORD.
           05 BUNDLE-TYPE PIC X(2).
           05 FILLER PIC X.
           05 BUNDLE-DATA PIC X(1600).
         01 BUNDLE-DATASET-LINE.
           05 FILLER PIC X(3).
           05 BD-DATASET PIC X(44).
           05 FILLER PIC X.
           05 BD-ORG PIC X.
           05 FILLER PIC X.
           05 BD-COUNT PIC 9(9).
           05 FILLER PIC X.
           05 BD-CHECKSUM PIC 9(10).
           05 FILLER PIC X.
           05 BD-STATE PIC X(8).
         01 BUNDLE-HEADER-LINE.
           05 FILLER PIC X(3).
           05 BH-CREATED PIC X(14).
           05 FILLER PIC X.
           05 BH-PROCDATE PIC X(8).
           05 FILLER PIC X.
           05 BH-ENTRIES PIC 9(4).

         FD SEQFILE.
         01 SEQ-RECORD PIC X(1600).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 BUNDLE-STATUS PIC X(2) VALUE SPACES.
         01 SEQ-STATUS PIC X(2) VALUE SPACES.
         01 BUNDLE-EOF PIC 9 VALUE 0.
         01 SEQ-EOF PIC 9 VALUE 0.
         01 WS-BUNDLE-DSN PIC X(64) VALUE 'DRBUNDLE'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'DRIMP-REPORT'.
         01 WS-DSN PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY CHKSUM.
         COPY DRKEY.
         01 WS-RC PIC 9(4) VALUE 0.
         01 WS-IDX PIC 9(3) VALUE 0.
         01 WS-FOUND PIC 9(3) VALUE 0.
      * The dataset being rebuilt: Y while its begin line has been
      * read and its end line has not, and whether its target is open.
         01 WS-IN-DATASET PIC X VALUE 'N'.
         01 WS-TARGET-OPEN PIC X VALUE 'N'.
         01 WS-DATASET PIC X(44) VALUE SPACES.
         01 WS-ORG PIC X VALUE SPACE.
         01 WS-STATE PIC X(8) VALUE SPACES.
         01 WS-COUNT PIC 9(9) VALUE 0.
         01 WS-DUPLICATES PIC 9(9) VALUE 0.
         01 WS-VERIFY-COUNT PIC 9(9) VALUE 0.
         01 WS-VERIFY-CHECKSUM PIC 9(10) VALUE 0.
         01 WS-MESSAGE PIC X(60) VALUE SPACES.
      * What the bundle carried and what came of it, for the
      * manifest walk at the end.
         01 WS-DONE-COUNT PIC 9(3) VALUE 0.
         01 WS-DONE-TABLE.
           05 WS-DONE OCCURS 200 TIMES.
             10 WS-DN-DATASET PIC X(44).
             10 WS-DN-STATE PIC X(8).
             10 WS-DN-COUNT PIC 9(9).
             10 WS-DN-CHECKSUM PIC 9(10).
             10 WS-DN-MANIFESTED PIC X.
         01 WS-MANIFEST-COUNT PIC 9(4) VALUE 0.
         01 WS-TRAILER-SEEN PIC X VALUE 'N'.
         01 WS-RESTORED PIC 9(3) VALUE 0.
         01 WS-FAILURES PIC 9(3) VALUE 0.
         01 WS-GAPS PIC 9(3) VALUE 0.
         01 WS-DETAIL-LINE.
           05 WS-DL-DATASET PIC X(44).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-ORG PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-STATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-MESSAGE PIC X(60).

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'DRBUNDLE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-BUNDLE-DSN.
           MOVE 'DRIMP-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           OPEN OUTPUT REPORTFILE.
           OPEN INPUT BUNDLEFILE.
           IF BUNDLE-STATUS NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'DRIMP-01: NO BUNDLE AT ' DELIMITED BY SIZE
                  WS-BUNDLE-DSN DELIMITED BY SPACE
                  ' (STATUS ' DELIMITED BY SIZE
                  BUNDLE-STATUS DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE BUNDLEFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO BUNDLE-RECORD.
           READ BUNDLEFILE
               AT END MOVE 1 TO BUNDLE-EOF
           END-READ.
           IF BUNDLE-EOF = 1 OR BUNDLE-TYPE NOT = 'HD' THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'DRIMP-01: ' DELIMITED BY SIZE
                  WS-BUNDLE-DSN DELIMITED BY SPACE
                  ' IS NOT A DR BUNDLE' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE BUNDLEFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DRIMP-01: DR IMPORT FROM ' DELIMITED BY SIZE
               WS-BUNDLE-DSN DELIMITED BY SPACE
               ' MADE ' DELIMITED BY SIZE
               BH-CREATED DELIMITED BY SIZE
               ' PROCESSING DATE ' DELIMITED BY SIZE
               BH-PROCDATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 002-READ-BUNDLE UNTIL BUNDLE-EOF = 1.
           CLOSE BUNDLEFILE.
           IF WS-IN-DATASET = 'Y' THEN
              MOVE 'CUT OFF BEFORE ITS END LINE' TO WS-MESSAGE
              PERFORM 012-ABANDON-DATASET
           END-IF.
           PERFORM 013-FINISH-MANIFEST.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DRIMP-01: ' DELIMITED BY SIZE
               WS-RESTORED DELIMITED BY SIZE
               ' DATASET(S) REBUILT AND VERIFIED, ' DELIMITED BY SIZE
               WS-FAILURES DELIMITED BY SIZE
               ' FAILURE(S), ' DELIMITED BY SIZE
               WS-GAPS DELIMITED BY SIZE
               ' GAP(S) AT THE SOURCE' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
           IF WS-FAILURES > 0 THEN
              MOVE 8 TO WS-RC
           ELSE
              IF WS-GAPS > 0 THEN
                 MOVE 4 TO WS-RC
              END-IF
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       002-READ-BUNDLE.
           MOVE SPACES TO BUNDLE-RECORD.
           READ BUNDLEFILE
               AT END MOVE 1 TO BUNDLE-EOF
               NOT AT END
                  EVALUATE BUNDLE-TYPE
                   WHEN 'DS'
                     PERFORM 003-BEGIN-DATASET
                   WHEN 'RC'
                     PERFORM 004-RESTORE-RECORD
                   WHEN 'DE'
                     PERFORM 005-END-DATASET
                   WHEN 'MF'
                     PERFORM 009-CHECK-MANIFEST-ENTRY
                   WHEN 'TR'
                     PERFORM 010-CHECK-TRAILER
                  END-EVALUATE
           END-READ.

      * A begin line while another dataset is still open means the
      * bundle lost that dataset's end line; it cannot be trusted.
       003-BEGIN-DATASET.
           IF WS-IN-DATASET = 'Y' THEN
              MOVE 'NO END LINE IN THE BUNDLE' TO WS-MESSAGE
              PERFORM 012-ABANDON-DATASET
           END-IF.
           MOVE 'Y' TO WS-IN-DATASET.
           MOVE BD-DATASET TO WS-DATASET.
           MOVE BD-ORG TO WS-ORG.
           MOVE 0 TO WS-COUNT WS-DUPLICATES.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           SET CHKSUM-ADD TO TRUE.
           MOVE WS-DATASET TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DSN.
           MOVE 'Y' TO WS-TARGET-OPEN.
           IF WS-ORG = 'K' THEN
              MOVE WS-DATASET TO DRKEY-DATASET
              MOVE WS-DSN TO DRKEY-DSN
              SET DRKEY-OPEN-BUILD TO TRUE
              CALL 'DRKEY-01' USING DRKEY-PARMS
              IF DRKEY-STATUS NOT = "00" THEN
                 MOVE 'N' TO WS-TARGET-OPEN
                 SET DRKEY-CLOSE TO TRUE
                 CALL 'DRKEY-01' USING DRKEY-PARMS
              END-IF
           ELSE
              OPEN OUTPUT SEQFILE
              IF SEQ-STATUS NOT = "00" THEN
                 MOVE 'N' TO WS-TARGET-OPEN
                 CLOSE SEQFILE
              END-IF
           END-IF.

      * Every record is counted into the bundle's own figures whether
      * or not its target could be written, so a damaged bundle shows
      * as such even where the rebuild failed.
       004-RESTORE-RECORD.
           IF WS-IN-DATASET NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COUNT.
           MOVE BUNDLE-DATA TO CHKSUM-DATA.
           MOVE 1600 TO CHKSUM-LENGTH.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           IF WS-TARGET-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-ORG = 'K' THEN
              MOVE BUNDLE-DATA TO DRKEY-DATA
              SET DRKEY-WRITE TO TRUE
              CALL 'DRKEY-01' USING DRKEY-PARMS
              IF DRKEY-STATUS NOT = "00" THEN
                 ADD 1 TO WS-DUPLICATES
              END-IF
           ELSE
              MOVE BUNDLE-DATA TO SEQ-RECORD
              WRITE SEQ-RECORD
           END-IF.

      * The end line carries the count and checksum the source had.
      * What came through the bundle must agree with them, and so
      * must what reads back from the rebuilt dataset.
       005-END-DATASET.
           IF WS-IN-DATASET NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-IN-DATASET.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-TARGET-OPEN = 'Y' THEN
              IF WS-ORG = 'K' THEN
                 SET DRKEY-CLOSE TO TRUE
                 CALL 'DRKEY-01' USING DRKEY-PARMS
              ELSE
                 CLOSE SEQFILE
              END-IF
           END-IF.
           EVALUATE TRUE
            WHEN WS-COUNT NOT = BD-COUNT OR
                 CHKSUM-VALUE NOT = BD-CHECKSUM
              MOVE 'BADCOPY' TO WS-STATE
              MOVE 'BUNDLE CONTENT DIFFERS FROM THE SOURCE FIGURES'
                  TO WS-MESSAGE
            WHEN WS-TARGET-OPEN NOT = 'Y'
              MOVE 'FAILED' TO WS-STATE
              STRING 'CANNOT CREATE ' DELIMITED BY SIZE
                  WS-DSN DELIMITED BY SPACE
                  INTO WS-MESSAGE
            WHEN OTHER
              PERFORM 006-VERIFY-TARGET
           END-EVALUATE.
           IF WS-STATE = 'RESTORED' THEN
              ADD 1 TO WS-RESTORED
              IF BD-STATE NOT = 'EXPORTED' THEN
                 ADD 1 TO WS-GAPS
                 MOVE 'SOURCE WAS READ SHORT OF ITS END' TO WS-MESSAGE
              END-IF
              IF WS-DUPLICATES > 0 THEN
                 ADD 1 TO WS-GAPS
                 MOVE 'REPEATED KEYS IN THE SOURCE, FIRST KEPT'
                     TO WS-MESSAGE
              END-IF
           ELSE
              ADD 1 TO WS-FAILURES
           END-IF.
           PERFORM 011-FILE-DONE.

      * Reads the rebuilt dataset back from disk and proves it.
       006-VERIFY-TARGET.
           MOVE 0 TO WS-VERIFY-COUNT.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           SET CHKSUM-ADD TO TRUE.
           MOVE 0 TO SEQ-EOF.
           IF WS-ORG = 'K' THEN
              SET DRKEY-OPEN-READ TO TRUE
              CALL 'DRKEY-01' USING DRKEY-PARMS
              IF DRKEY-STATUS = "00" THEN
                 PERFORM 007-VERIFY-KEYED-RECORD UNTIL SEQ-EOF = 1
              END-IF
              SET DRKEY-CLOSE TO TRUE
              CALL 'DRKEY-01' USING DRKEY-PARMS
           ELSE
              OPEN INPUT SEQFILE
              IF SEQ-STATUS = "00" THEN
                 PERFORM 008-VERIFY-SEQ-RECORD UNTIL SEQ-EOF = 1
              END-IF
              CLOSE SEQFILE
           END-IF.
           MOVE CHKSUM-VALUE TO WS-VERIFY-CHECKSUM.
           IF WS-VERIFY-COUNT = BD-COUNT - WS-DUPLICATES AND
               (WS-VERIFY-CHECKSUM = BD-CHECKSUM OR
                WS-DUPLICATES > 0) THEN
              MOVE 'RESTORED' TO WS-STATE
           ELSE
              MOVE 'MISMATCH' TO WS-STATE
              MOVE 'REBUILT DATASET DOES NOT READ BACK AS SHIPPED'
                  TO WS-MESSAGE
           END-IF.

       007-VERIFY-KEYED-RECORD.
           SET DRKEY-READ-NEXT TO TRUE.
           CALL 'DRKEY-01' USING DRKEY-PARMS.
           IF DRKEY-STATUS NOT = "00" THEN
              MOVE 1 TO SEQ-EOF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VERIFY-COUNT.
           MOVE DRKEY-DATA TO CHKSUM-DATA.
           MOVE DRKEY-LENGTH TO CHKSUM-LENGTH.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.

       008-VERIFY-SEQ-RECORD.
           READ SEQFILE
               AT END MOVE 1 TO SEQ-EOF
               NOT AT END
                  ADD 1 TO WS-VERIFY-COUNT
                  MOVE SEQ-RECORD TO CHKSUM-DATA
                  MOVE 1600 TO CHKSUM-LENGTH
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.
           IF SEQ-EOF = 0 AND SEQ-STATUS NOT = "00" THEN
              MOVE 1 TO SEQ-EOF
           END-IF.

      * A manifest entry is checked against what the bundle actually
      * delivered: a dataset missing at the source is a gap, one the
      * manifest promised but the bundle did not carry is a failure.
      * A dataset that already failed has been reported once.
       009-CHECK-MANIFEST-ENTRY.
           ADD 1 TO WS-MANIFEST-COUNT.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DONE-COUNT
              IF WS-DN-DATASET(WS-IDX) = BD-DATASET THEN
                 MOVE WS-IDX TO WS-FOUND
              END-IF
           END-PERFORM.
           MOVE BD-DATASET TO WS-DL-DATASET.
           MOVE BD-ORG TO WS-DL-ORG.
           MOVE BD-COUNT TO WS-DL-COUNT.
           IF BD-STATE = 'MISSING' THEN
              ADD 1 TO WS-GAPS
              MOVE 'MISSING' TO WS-DL-STATE
              MOVE 'MISSING AT THE SOURCE, NOT IN THE BUNDLE'
                  TO WS-DL-MESSAGE
              PERFORM 014-WRITE-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND = 0 THEN
              ADD 1 TO WS-FAILURES
              MOVE 'MISSING' TO WS-DL-STATE
              MOVE 'IN THE MANIFEST BUT NOT IN THE BUNDLE'
                  TO WS-DL-MESSAGE
              PERFORM 014-WRITE-DETAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DN-MANIFESTED(WS-FOUND).
           IF WS-DN-STATE(WS-FOUND) NOT = 'RESTORED' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-DN-COUNT(WS-FOUND) NOT = BD-COUNT OR
               WS-DN-CHECKSUM(WS-FOUND) NOT = BD-CHECKSUM THEN
              ADD 1 TO WS-FAILURES
              MOVE 'MISMATCH' TO WS-DL-STATE
              MOVE 'MANIFEST FIGURES DIFFER FROM THE DATASET''S OWN'
                  TO WS-DL-MESSAGE
              PERFORM 014-WRITE-DETAIL
           END-IF.

       010-CHECK-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN.
           IF BH-ENTRIES NOT = WS-MANIFEST-COUNT THEN
              ADD 1 TO WS-FAILURES
              MOVE SPACES TO REPORT-RECORD
              STRING 'DRIMP-01: MANIFEST HAS ' DELIMITED BY SIZE
                  WS-MANIFEST-COUNT DELIMITED BY SIZE
                  ' ENTRIES, TRAILER SAYS ' DELIMITED BY SIZE
                  BH-ENTRIES DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

       011-FILE-DONE.
           MOVE WS-DATASET TO WS-DL-DATASET.
           MOVE WS-ORG TO WS-DL-ORG.
           MOVE WS-STATE TO WS-DL-STATE.
           MOVE WS-COUNT TO WS-DL-COUNT.
           MOVE WS-MESSAGE TO WS-DL-MESSAGE.
           PERFORM 014-WRITE-DETAIL.
           IF WS-DONE-COUNT NOT < 200 THEN
              DISPLAY 'DRIMP-01: MORE THAN 200 DATASETS, '
                  WS-DATASET ' NOT CHECKED AGAINST THE MANIFEST'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DONE-COUNT.
           MOVE WS-DATASET TO WS-DN-DATASET(WS-DONE-COUNT).
           MOVE WS-STATE TO WS-DN-STATE(WS-DONE-COUNT).
           MOVE BD-COUNT TO WS-DN-COUNT(WS-DONE-COUNT).
           MOVE BD-CHECKSUM TO WS-DN-CHECKSUM(WS-DONE-COUNT).
           MOVE 'N' TO WS-DN-MANIFESTED(WS-DONE-COUNT).

      * A dataset whose end line never came is half-written; it is
      * closed, reported and counted as a failure.
       012-ABANDON-DATASET.
           IF WS-TARGET-OPEN = 'Y' THEN
              IF WS-ORG = 'K' THEN
                 SET DRKEY-CLOSE TO TRUE
                 CALL 'DRKEY-01' USING DRKEY-PARMS
              ELSE
                 CLOSE SEQFILE
              END-IF
           END-IF.
           MOVE 'N' TO WS-IN-DATASET.
           MOVE 'CUT OFF' TO WS-STATE.
           ADD 1 TO WS-FAILURES.
           PERFORM 011-FILE-DONE.

      * Without its trailer the bundle was cut off somewhere in the
      * manifest or before it, and nothing proves it complete; a
      * dataset the bundle carried but its manifest did not name is
      * reported for the operator to account for.
       013-FINISH-MANIFEST.
           IF WS-TRAILER-SEEN NOT = 'Y' THEN
              ADD 1 TO WS-FAILURES
              MOVE SPACES TO REPORT-RECORD
              STRING 'DRIMP-01: BUNDLE HAS NO TRAILER - IT WAS CUT OFF'
                  DELIMITED BY SIZE
                  ' AND MAY BE MISSING DATASETS' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DONE-COUNT
              IF WS-DN-MANIFESTED(WS-IDX) NOT = 'Y' THEN
                 MOVE SPACES TO REPORT-RECORD
                 STRING 'DRIMP-01: ' DELIMITED BY SIZE
                     WS-DN-DATASET(WS-IDX) DELIMITED BY SPACE
                     ' WAS IN THE BUNDLE BUT NOT IN ITS MANIFEST'
                     DELIMITED BY SIZE
                     INTO REPORT-RECORD
                 WRITE REPORT-RECORD
                 DISPLAY REPORT-RECORD
              END-IF
           END-PERFORM.

       014-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-DL-STATE NOT = 'RESTORED' THEN
              DISPLAY REPORT-RECORD
           END-IF.
