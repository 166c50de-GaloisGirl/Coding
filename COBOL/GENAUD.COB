      * report and raise the warning return code, so a lost Tuesday
      * report is found by the audit and not by the user who wanted
      * it.
      *
      * A generation cataloged with a checksum is read to its end and
      * checksummed again: a copy edited or partly overwritten since
      * GENOUT-01 made it fails even with its line count intact, is
      * raised as a fatal alert naming the file and its date, and
      * turns the return code fatal.
      *
      * Each chain cycle keeps its own GENCAT and generations, named
      * by PROCDATE-01 as GENOUT-01 names them, so every cycle's
      * catalog is audited against that cycle's files. A cycle that
      * never ran has no catalog and is passed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATFILE ASSIGN TO WS-CAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT GENFILE ASSIGN TO WS-GEN-NAME

       DATA DIVISION.
       FILE SECTION.
      * Same layout GENOUT-01 writes: base report name, the run date
      * of the kept generation and its checksum.
         FD CATFILE.
         01 CAT-RECORD.
           05 CAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 CAT-GEN-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAT-CHECKSUM PIC X(10).

         FD GENFILE.
         01 GEN-RECORD PIC X(2000).
         01 CAT-EOF PIC 9 VALUE 0.
         01 LIST-EOF PIC 9 VALUE 0.
         01 GEN-EMPTY PIC 9 VALUE 0.
         01 GEN-EOF PIC 9 VALUE 0.
         01 WS-TAMPERED-COUNT PIC 9(4) VALUE 0.
         COPY CHKSUM.
         COPY OPSALERT.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-GEN-NAME PIC X(64) VALUE SPACES.
         01 WS-CAT-DSN PIC X(64) VALUE 'GENCAT'.
         01 WS-AUD-CYCLE PIC 9(2) VALUE 1.
         01 WS-RUN-DATE PIC X(8).
         01 WS-DISCREPANCY-COUNT PIC 9(4) VALUE 0.
         01 WS-CHECKED-COUNT PIC 9(4) VALUE 0.
           05 WS-CAT OCCURS 300 TIMES.
             10 WS-CAT-NAME PIC X(12).
             10 WS-CAT-DATE PIC X(8).
             10 WS-CAT-SUM PIC X(10).
         01 WS-NAME-COUNT PIC 9(3) VALUE 0.
         01 WS-NAMES.
           05 WS-NAME PIC X(12) OCCURS 50 TIMES.

       PROCEDURE DIVISION.
       001-MAIN.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           OPEN OUTPUT REPORTFILE.
           PERFORM VARYING WS-AUD-CYCLE FROM 1 BY 1
               UNTIL WS-AUD-CYCLE > 9
              PERFORM 013-AUDIT-CYCLE
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'GENAUD-01: ' DELIMITED BY SIZE
               WS-CHECKED-COUNT DELIMITED BY SIZE
           CLOSE REPORTFILE.
      * Shop convention: a catalog out of step with the disk is a
      * warning the morning review must see, not a failure.
      * A generation that fails its checksum is not out of step, it
      * has been altered, and that is fatal.
           IF WS-TAMPERED-COUNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-DISCREPANCY-COUNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

      * The night's own cycle is always audited, catalog or not, so
      * the extra names are still probed for orphans; a later cycle
      * only when it has a catalog to audit.
       013-AUDIT-CYCLE.
           MOVE 0 TO WS-CAT-COUNT.
           MOVE 0 TO WS-NAME-COUNT.
           MOVE WS-AUD-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CAT-DSN.
           PERFORM 002-LOAD-CATALOG.
           IF WS-AUD-CYCLE > 1 AND WS-CAT-COUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 004-LOAD-EXTRA-NAMES.
           PERFORM 006-CHECK-CATALOGED-FILES.
           PERFORM 008-SCAN-FOR-ORPHANS.

      * <report>.D<date> made the cycle's own name and put under the
      * run's environment qualifier, as GENOUT-01 wrote it.
       014-QUALIFY-GEN-NAME.
           MOVE WS-AUD-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-GEN-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GEN-NAME.

       002-LOAD-CATALOG.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              IF WS-AUD-CYCLE = 1 THEN
                 MOVE 'NO GENCAT ON FILE - NOTHING CATALOGED TO CHECK'
                     TO REPORT-RECORD
                 WRITE REPORT-RECORD
                 DISPLAY REPORT-RECORD
              END-IF
              CLOSE CATFILE
              EXIT PARAGRAPH
           END-IF.
                     MOVE CAT-REPORT-NAME
                         TO WS-CAT-NAME(WS-CAT-COUNT)
                     MOVE CAT-GEN-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
                     MOVE CAT-CHECKSUM TO WS-CAT-SUM(WS-CAT-COUNT)
                     PERFORM 010-NOTE-REPORT-NAME
                  ELSE
                     DISPLAY 'GENAUD-01: ' WS-CAT-DSN(1:24)
                         ' LONGER THAN 300 ENTRIES - REST NOT AUDITED'
                     MOVE 1 TO CAT-EOF
                  END-IF
           END-READ.
               '.D' DELIMITED BY SIZE
               WS-CAT-DATE(WS-IDX) DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           PERFORM 014-QUALIFY-GEN-NAME.
           OPEN INPUT GENFILE.
           IF GEN-STATUS NOT = "00" THEN
              CLOSE GENFILE
              MOVE SPACES TO REPORT-RECORD
              STRING 'CATALOGED BUT MISSING ON DISK: '
                  DELIMITED BY SIZE
                  WS-GEN-NAME DELIMITED BY SPACE
                  ' (STATUS ' DELIMITED BY SIZE
                  GEN-STATUS DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO GEN-EMPTY.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE 0 TO GEN-EOF.
           PERFORM 011-SUM-GENERATION UNTIL GEN-EOF = 1.
           CLOSE GENFILE.
           IF GEN-EMPTY = 0 AND WS-CAT-SUM(WS-IDX) IS NUMERIC THEN
              PERFORM 012-CHECK-CHECKSUM
           END-IF.
           IF GEN-EMPTY = 1 THEN
              ADD 1 TO WS-DISCREPANCY-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING 'CATALOGED BUT EMPTY ON DISK: '
                  DELIMITED BY SIZE
                  WS-GEN-NAME DELIMITED BY SPACE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
               '.D' DELIMITED BY SIZE
               WS-PROBE-DATE-X DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           PERFORM 014-QUALIFY-GEN-NAME.
           OPEN INPUT GENFILE.
           IF GEN-STATUS = "00" THEN
              ADD 1 TO WS-DISCREPANCY-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING 'ON DISK BUT NOT CATALOGED: '
                  DELIMITED BY SIZE
                  WS-GEN-NAME DELIMITED BY SPACE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.
           CLOSE GENFILE.

       011-SUM-GENERATION.
           READ GENFILE
               AT END MOVE 1 TO GEN-EOF
               NOT AT END
                  MOVE 0 TO GEN-EMPTY
                  SET CHKSUM-ADD TO TRUE
                  MOVE 1600 TO CHKSUM-LENGTH
                  MOVE GEN-RECORD TO CHKSUM-DATA
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.

      * Entries cataloged before generations were checksummed carry
      * a blank checksum and are held to the open-and-read test only.
       012-CHECK-CHECKSUM.
           IF CHKSUM-VALUE = WS-CAT-SUM(WS-IDX) THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DISCREPANCY-COUNT.
           ADD 1 TO WS-TAMPERED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CHECKSUM MISMATCH: ' DELIMITED BY SIZE
               WS-GEN-NAME DELIMITED BY SPACE
               ' NOW ' DELIMITED BY SIZE
               CHKSUM-VALUE DELIMITED BY SIZE
               ' CATALOGED ' DELIMITED BY SIZE
               WS-CAT-SUM(WS-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE 'F' TO ALERT-SEVERITY.
           MOVE 'GENAUD-01' TO ALERT-PROGRAM.
           MOVE WS-GEN-NAME TO ALERT-SUBJECT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING 'GENERATION OF ' DELIMITED BY SIZE
               WS-CAT-DATE(WS-IDX) DELIMITED BY SIZE
               ' FAILS ITS CATALOGED CHECKSUM' DELIMITED BY SIZE
               INTO ALERT-MESSAGE.
           CALL 'OPSALRT-01' USING ALERT-PARMS.
