      * caller-supplied review name. 'The FBTRAIL from two Tuesdays
      * ago' becomes a catalog lookup instead of an operator
      * guessing at .Dyyyymmdd file names.
      *
      * A generation cataloged with a checksum is checksummed again
      * before it is copied out; one that no longer matches is not
      * handed over, and a fatal alert names the file and its date.
      *
      * Each chain cycle keeps its own GENCAT and generations, named
      * by PROCDATE-01 as GENOUT-01 names them. LIST reads every
      * cycle's catalog unless the request names one; FETCH takes
      * the cycle from the request, cycle 1 when none is given.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CTLFILE ASSIGN TO "GENFETCHCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT CATFILE ASSIGN TO WS-CAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT GENFILE ASSIGN TO WS-GEN-NAME
       FILE SECTION.
      * Operation request: 'LIST' (the default when no control file
      * is supplied, optionally filtered by report name) or
      * 'FETCH <report> <date> <review-name>', with the chain cycle
      * in column 73.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-OPERATION PIC X(5).
           05 CTL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CTL-TARGET PIC X(44).
           05 FILLER PIC X.
           05 CTL-CYCLE PIC X.

      * Same layout GENOUT-01 writes.
         FD CATFILE.
           05 CAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 CAT-GEN-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAT-CHECKSUM PIC X(10).

         FD GENFILE.
         01 GEN-RECORD PIC X(2000).
         01 WS-FETCH-REPORT PIC X(12) VALUE SPACES.
         01 WS-FETCH-DATE PIC X(8) VALUE SPACES.
         01 WS-TARGET-NAME PIC X(44) VALUE SPACES.
         01 WS-GEN-NAME PIC X(64) VALUE SPACES.
         01 WS-CAT-DSN PIC X(64) VALUE 'GENCAT'.
         01 WS-CYCLE PIC 9 VALUE 0.
         01 WS-CAT-CYCLE PIC 9(2) VALUE 1.
         01 WS-CYCLE-DISP PIC 9 VALUE 1.
         01 WS-CYCLE-NOTE PIC X(8) VALUE SPACES.
         01 WS-CATS-FOUND PIC 9(2) VALUE 0.
         01 WS-RECORD-COUNT PIC 9(8) VALUE 0.
         01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
         01 WS-FETCHED PIC X VALUE 'N'.
         01 WS-RC PIC 9(4) VALUE 0.
         01 WS-CAT-SUM PIC 9(10) VALUE 0.
         COPY CHKSUM.
         COPY OPSALERT.
         COPY ENVQ.
         COPY PROCDATE.

       PROCEDURE DIVISION.
       001-MAIN.
              ELSE
                 MOVE CTL-REPORT TO WS-FILTER
              END-IF
              IF CTL-CYCLE IS NUMERIC AND CTL-CYCLE NOT = '0' THEN
                 MOVE CTL-CYCLE TO WS-CYCLE
              END-IF
              CLOSE CTLFILE
           ELSE
              CLOSE CTLFILE
           END-IF.

      * A cycle that never ran has no catalog and is passed over;
      * only no catalog for any cycle asked about is worth a warning.
       003-LIST-CATALOG.
           IF WS-CYCLE > 0 THEN
              MOVE WS-CYCLE TO WS-CAT-CYCLE
              PERFORM 015-LIST-CYCLE
           ELSE
              PERFORM VARYING WS-CAT-CYCLE FROM 1 BY 1
                  UNTIL WS-CAT-CYCLE > 9
                 PERFORM 015-LIST-CYCLE
              END-PERFORM
           END-IF.
           IF WS-CATS-FOUND = 0 THEN
              MOVE 'GENFETCH-01: NO GENCAT ON FILE' TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              MOVE 4 TO WS-RC
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'GENFETCH-01: ' DELIMITED BY SIZE
               WS-LISTED-COUNT DELIMITED BY SIZE
                  END-IF
           END-READ.

      * A generation of a later cycle is tagged with its cycle; the
      * night's own (cycle 1) lines read as they always have.
       006-PRINT-ENTRY.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-GEN-NAME.
               '.D' DELIMITED BY SIZE
               CAT-GEN-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           PERFORM 017-QUALIFY-GEN-NAME.
           PERFORM 007-COUNT-GENERATION.
           MOVE SPACES TO WS-CYCLE-NOTE.
           IF WS-CAT-CYCLE > 1 THEN
              MOVE WS-CAT-CYCLE TO WS-CYCLE-DISP
              STRING ' CYCLE ' DELIMITED BY SIZE
                  WS-CYCLE-DISP DELIMITED BY SIZE
                  INTO WS-CYCLE-NOTE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF GEN-STATUS = "00" THEN
              STRING CAT-REPORT-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CAT-GEN-DATE DELIMITED BY SIZE
                  WS-CYCLE-NOTE DELIMITED BY '  '
                  ' RECORDS ' DELIMITED BY SIZE
                  WS-RECORD-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
              STRING CAT-REPORT-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CAT-GEN-DATE DELIMITED BY SIZE
                  WS-CYCLE-NOTE DELIMITED BY '  '
                  ' - MISSING ON DISK (STATUS ' DELIMITED BY SIZE
                  GEN-STATUS DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FETCHED.
           IF WS-CYCLE > 0 THEN
              MOVE WS-CYCLE TO WS-CAT-CYCLE
           ELSE
              MOVE 1 TO WS-CAT-CYCLE
           END-IF.
           PERFORM 016-RESOLVE-CATALOG.
           OPEN INPUT CATFILE.
           IF CAT-STATUS = "00" THEN
              MOVE 0 TO CAT-EOF
                  WS-FETCH-REPORT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FETCH-DATE DELIMITED BY SIZE
                  ' NOT IN ' DELIMITED BY SIZE
                  WS-CAT-DSN DELIMITED BY SPACE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
               '.D' DELIMITED BY SIZE
               WS-FETCH-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           PERFORM 017-QUALIFY-GEN-NAME.
           OPEN INPUT GENFILE.
           IF GEN-STATUS NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              MOVE 8 TO WS-RC
              EXIT PARAGRAPH
           END-IF.
           IF CAT-CHECKSUM IS NUMERIC THEN
              MOVE CAT-CHECKSUM TO WS-CAT-SUM
              PERFORM 012-VERIFY-CHECKSUM
              IF CHKSUM-VALUE NOT = WS-CAT-SUM THEN
                 PERFORM 014-REFUSE-ALTERED-COPY
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           OPEN OUTPUT OUTFILE.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO GEN-EOF.
                  MOVE GEN-RECORD TO OUT-RECORD
                  WRITE OUT-RECORD
           END-READ.

      * Reads the whole generation for its checksum, then reopens it
      * for the copy proper.
       012-VERIFY-CHECKSUM.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE 0 TO GEN-EOF.
           PERFORM 013-SUM-ONE-RECORD UNTIL GEN-EOF = 1.
           CLOSE GENFILE.
           OPEN INPUT GENFILE.

       013-SUM-ONE-RECORD.
           READ GENFILE
               AT END MOVE 1 TO GEN-EOF
               NOT AT END
                  SET CHKSUM-ADD TO TRUE
                  MOVE 1600 TO CHKSUM-LENGTH
                  MOVE GEN-RECORD TO CHKSUM-DATA
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.

      * The generation was found, so the catalog miss message must
      * not follow; what was found is simply not released.
       014-REFUSE-ALTERED-COPY.
           CLOSE GENFILE.
           MOVE 'Y' TO WS-FETCHED.
           MOVE 8 TO WS-RC.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FETCH REFUSED - ' DELIMITED BY SIZE
               WS-GEN-NAME DELIMITED BY SPACE
               ' CHECKSUM ' DELIMITED BY SIZE
               CHKSUM-VALUE DELIMITED BY SIZE
               ' VS ' DELIMITED BY SIZE
               WS-CAT-SUM DELIMITED BY SIZE
               ' CATALOGED' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE 'F' TO ALERT-SEVERITY.
           MOVE 'GENFETCH-01' TO ALERT-PROGRAM.
           MOVE WS-GEN-NAME TO ALERT-SUBJECT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING 'GENERATION OF ' DELIMITED BY SIZE
               WS-FETCH-DATE DELIMITED BY SIZE
               ' FAILS ITS CATALOGED CHECKSUM - NOT FETCHED'
               DELIMITED BY SIZE
               INTO ALERT-MESSAGE.
           CALL 'OPSALRT-01' USING ALERT-PARMS.

       015-LIST-CYCLE.
           PERFORM 016-RESOLVE-CATALOG.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CATS-FOUND.
           MOVE 0 TO CAT-EOF.
           PERFORM 004-LIST-ONE-ENTRY UNTIL CAT-EOF = 1.
           CLOSE CATFILE.

      * The cycle's catalog, named the way GENOUT-01 names it.
       016-RESOLVE-CATALOG.
           MOVE WS-CAT-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CAT-DSN.

      * <report>.D<date> as cataloged, made the cycle's own name and
      * put under the run's environment qualifier.
       017-QUALIFY-GEN-NAME.
           MOVE WS-CAT-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-GEN-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GEN-NAME.
