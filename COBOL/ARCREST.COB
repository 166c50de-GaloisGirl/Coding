      * audit line in ARCLOG says who restored what over what. The
      * hand-copied .D-file guesswork that twice restored the wrong
      * date retires here.
      *
      * Where the catalog entry carries the archive's checksum, the
      * copy is checksummed before anything is written: a copy that
      * no longer matches what ARCHIVE-01 made is not released, and
      * a fatal alert names the file and its date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
      * One restore request per record: dataset in columns 1-44, run
      * date in 45-52, requesting user in 53-60, and the chain cycle
      * that archived it in 61 (blank for the first cycle, the night
      * run).
         FD REQFILE.
         01 REQ-RECORD.
           05 REQ-DSN PIC X(44).
           05 REQ-DATE PIC X(8).
           05 REQ-USER PIC X(8).
           05 REQ-CYCLE PIC X.

         FD CATFILE.
         01 CAT-RECORD PIC X(132).

         FD ARCFILE.
         01 ARC-RECORD PIC X(299).
         01 WS-ARC-NAME PIC X(80) VALUE SPACES.
         01 WS-LIVE-NAME PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-CAT-DSN-FIELD PIC X(44) VALUE SPACES.
         01 WS-CAT-DATE-FIELD PIC X(8) VALUE SPACES.
         01 WS-CAT-WORD PIC X(12) VALUE SPACES.
         01 WS-CAT-COUNT-FIELD PIC X(8) VALUE SPACES.
         01 WS-CAT-BY PIC X(12) VALUE SPACES.
         01 WS-CAT-PROGRAM PIC X(14) VALUE SPACES.
         01 WS-CAT-SUM-WORD PIC X(12) VALUE SPACES.
         01 WS-CAT-SUM-FIELD PIC X(10) VALUE SPACES.
         01 WS-CAT-SUM PIC 9(10) VALUE 0.
         01 WS-CAT-HAS-SUM PIC X VALUE 'N'.
         COPY CHKSUM.
         COPY OPSALERT.
         01 WS-CAT-COUNT PIC 9(8) VALUE 0.
         01 WS-CAT-FOUND PIC X VALUE 'N'.
         01 WS-COPIED-COUNT PIC 9(8) VALUE 0.
           MOVE 'ARCREST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REQ-DSN.
           MOVE 'ARCLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LOG-DSN.
      * never filed that copy; guessing at a .D-file name without
      * the catalog behind it is exactly the habit this replaces.
       003-RESTORE-ONE.
           PERFORM 008-RESOLVE-CYCLE-CATALOG.
           PERFORM 004-FIND-CATALOG-ENTRY.
           IF WS-CAT-FOUND NOT = 'Y' THEN
              ADD 1 TO WS-FAILED-COUNT
               '.D' DELIMITED BY SIZE
               REQ-DATE DELIMITED BY SIZE
               INTO WS-ARC-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-ARC-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-ARC-NAME.
           OPEN INPUT ARCFILE.
           IF ARC-STATUS NOT = "00" THEN
              ADD 1 TO WS-FAILED-COUNT
              CLOSE ARCFILE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-HAS-SUM = 'Y' THEN
              PERFORM 009-VERIFY-CHECKSUM
              IF CHKSUM-VALUE NOT = WS-CAT-SUM THEN
                 CLOSE ARCFILE
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY 'ARCREST-01: ARCHIVE ' WS-ARC-NAME
                     ' CHECKSUM ' CHKSUM-VALUE ' VS ' WS-CAT-SUM
                     ' CATALOGED - RESTORE REFUSED'
                 MOVE 'F' TO ALERT-SEVERITY
                 MOVE 'ARCREST-01' TO ALERT-PROGRAM
                 MOVE WS-ARC-NAME TO ALERT-SUBJECT
                 MOVE SPACES TO ALERT-MESSAGE
                 STRING 'ARCHIVE OF ' DELIMITED BY SIZE
                     REQ-DATE DELIMITED BY SIZE
                     ' FAILS ITS CATALOGED CHECKSUM - NOT RESTORED'
                     DELIMITED BY SIZE
                     INTO ALERT-MESSAGE
                 CALL 'OPSALRT-01' USING ALERT-PARMS
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           OPEN OUTPUT LIVEFILE.
           MOVE 0 TO WS-COPIED-COUNT.
           MOVE 0 TO ARC-EOF.

       004-FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE 'N' TO WS-CAT-HAS-SUM.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
           PERFORM 007-SCAN-CATALOG UNTIL CAT-EOF = 1.
           CLOSE CATFILE.

      * A rerun of the archive step the same night overwrote the
      * .D-copy and appended a second entry; the last entry for the
      * dataset and date is the one describing what is on disk, as
      * REPLAY-01 reads it.
       007-SCAN-CATALOG.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  MOVE SPACES TO WS-CAT-SUM-WORD WS-CAT-SUM-FIELD
                  UNSTRING CAT-RECORD DELIMITED BY ALL ' '
                      INTO WS-CAT-DSN-FIELD WS-CAT-DATE-FIELD
                      WS-CAT-WORD WS-CAT-COUNT-FIELD
                      WS-CAT-BY WS-CAT-PROGRAM
                      WS-CAT-SUM-WORD WS-CAT-SUM-FIELD
                  END-UNSTRING
                  IF WS-CAT-DSN-FIELD = REQ-DSN AND
                      WS-CAT-DATE-FIELD = REQ-DATE AND
                      WS-CAT-COUNT-FIELD IS NUMERIC THEN
                     MOVE 'Y' TO WS-CAT-FOUND
                     MOVE WS-CAT-COUNT-FIELD TO WS-CAT-COUNT
                     MOVE 'N' TO WS-CAT-HAS-SUM
                     PERFORM 010-NOTE-CHECKSUM
                  END-IF
           END-READ.

           WRITE LOG-RECORD.
           CLOSE LOGFILE.
           DISPLAY LOG-RECORD.

      * Each chain cycle keeps its own RUNCAT and its own archives, so
      * the request's cycle decides which catalog vouches for the
      * copy and which .D-file goes back.
       008-RESOLVE-CYCLE-CATALOG.
           IF REQ-CYCLE IS NUMERIC AND REQ-CYCLE NOT = '0' THEN
              MOVE REQ-CYCLE TO PROCDATE-CYCLE
           ELSE
              MOVE 1 TO PROCDATE-CYCLE
           END-IF.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RUNCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNCAT-DSN.

      * Reads the whole copy for its checksum, then reopens it for
      * the restore proper.
       009-VERIFY-CHECKSUM.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE 0 TO ARC-EOF.
           PERFORM 011-SUM-RECORD UNTIL ARC-EOF = 1.
           CLOSE ARCFILE.
           OPEN INPUT ARCFILE.

      * Entries filed before archives were checksummed carry none;
      * those copies are restored on their count alone, as before.
      * An entry filed with no consuming program has the CHECKSUM
      * word one place earlier.
       010-NOTE-CHECKSUM.
           IF WS-CAT-SUM-WORD = 'CHECKSUM' AND
               WS-CAT-SUM-FIELD IS NUMERIC THEN
              MOVE 'Y' TO WS-CAT-HAS-SUM
              MOVE WS-CAT-SUM-FIELD TO WS-CAT-SUM
           END-IF.
           IF WS-CAT-PROGRAM = 'CHECKSUM' AND
               WS-CAT-SUM-WORD(1:10) IS NUMERIC THEN
              MOVE 'Y' TO WS-CAT-HAS-SUM
              MOVE WS-CAT-SUM-WORD(1:10) TO WS-CAT-SUM
           END-IF.

       011-SUM-RECORD.
           READ ARCFILE
               AT END MOVE 1 TO ARC-EOF
               NOT AT END
                  SET CHKSUM-ADD TO TRUE
                  MOVE 299 TO CHKSUM-LENGTH
                  MOVE ARC-RECORD TO CHKSUM-DATA
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.
