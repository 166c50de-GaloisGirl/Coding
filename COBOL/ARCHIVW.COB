      * consuming program -- to the RUNCAT run catalog. Reproducing a
      * disputed run starts from the catalog, not from guessing which
      * feed the night actually read.
      *
      * The entry also carries the CHKSUM-01 checksum of the archive
      * as written, so ARCREST-01 can show a restored copy is the one
      * that was made and not one edited since with its line count
      * intact.
      *
      * Each chain cycle of the day keeps its own catalog and its own
      * archives (PROCDATE-01 names them), so an afternoon cycle
      * archiving the same feed does not overwrite the night's copy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         01 ARC-RECORD PIC X(299).

         FD CATFILE.
         01 CAT-RECORD PIC X(132).

      * Work copy for the retention-sweep catalog rewrite.
         FD CATWORKFILE.
         01 CATWORK-RECORD PIC X(132).

      * The masking policy's DSN records name the feeds whose
      * archives carry personal data; their RUNCAT entries get the
         01 WS-RETAIN-DSN PIC X(64) VALUE 'ARCRETAIN'.
         01 WS-MASKPOL-DSN PIC X(64) VALUE 'MASKPOL'.
         COPY ENVQ.
         COPY PROCDATE.
         COPY CHKSUM.
         01 POL-STATUS PIC X(2) VALUE SPACES.
         01 POL-EOF PIC 9 VALUE 0.
         01 WS-SENS-COUNT PIC 9(2) VALUE 0.
         01 WS-SWEEP-DSN PIC X(44) VALUE SPACES.
         01 WS-CATALOG-TABLE.
           05 WS-CAT OCCURS 500 TIMES.
             10 WS-CAT-LINE PIC X(132).
             10 WS-CAT-DSN PIC X(44).
             10 WS-CAT-DATE PIC X(8).
             10 WS-CAT-LIVE PIC X.

       PROCEDURE DIVISION.
       001-MAIN.
      * The run date is the business night from PROCDATE-01, not the
      * system date, so a run past midnight or a next-morning rerun
      * still files under the night it belongs to.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           MOVE 'ARCHLIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ARCHLIST-DSN.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RUNCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNCAT-DSN.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RUNCAT-WRK' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CATWORK-DSN.
           MOVE 'ARCRETAIN' TO ENVQ-DSNAME.
               '.D' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.
           PERFORM 018-CYCLE-ARCHIVE-NAME.
           MOVE 0 TO WS-RECORD-COUNT.
           OPEN INPUT INFILE.
           IF IN-STATUS NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCFILE.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE 0 TO IN-EOF.
           PERFORM 004-COPY-RECORD UNTIL IN-EOF = 1.
           CLOSE ARCFILE.
                  ADD 1 TO WS-RECORD-COUNT
                  MOVE IN-RECORD TO ARC-RECORD
                  WRITE ARC-RECORD
                  SET CHKSUM-ADD TO TRUE
                  MOVE 299 TO CHKSUM-LENGTH
                  MOVE ARC-RECORD TO CHKSUM-DATA
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.

       005-WRITE-CATALOG-ENTRY.
                  WS-RECORD-COUNT DELIMITED BY SIZE
                  ' CONSUMED-BY ' DELIMITED BY SIZE
                  ARCHLIST-PROGRAM DELIMITED BY SPACE
                  ' CHECKSUM ' DELIMITED BY SIZE
                  CHKSUM-VALUE DELIMITED BY SIZE
                  ' SENSITIVE' DELIMITED BY SIZE
                  INTO CAT-RECORD
           ELSE
                  ' RECORDS ' DELIMITED BY SIZE
                  WS-RECORD-COUNT DELIMITED BY SIZE
                  ' CONSUMED-BY ' DELIMITED BY SIZE
                  ARCHLIST-PROGRAM DELIMITED BY SPACE
                  ' CHECKSUM ' DELIMITED BY SIZE
                  CHKSUM-VALUE DELIMITED BY SIZE
                  INTO CAT-RECORD
           END-IF.
           WRITE CAT-RECORD.
               '.D' DELIMITED BY SIZE
               WS-CAT-DATE(WS-OLDEST-IDX) DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.
           PERFORM 018-CYCLE-ARCHIVE-NAME.
           DELETE FILE ARCFILE.
           MOVE 'N' TO WS-CAT-LIVE(WS-OLDEST-IDX).
           ADD 1 TO WS-SWEPT-COUNT.
                     MOVE MP-NAME TO WS-SENS-DSN(WS-SENS-COUNT)
                  END-IF
           END-READ.

       018-CYCLE-ARCHIVE-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-ARCHIVE-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-ARCHIVE-NAME.
