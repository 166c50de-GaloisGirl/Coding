      * and prunes each report back to the last N generations (N from
      * GENRETAIN). When a user disputes last Tuesday's figures, last
      * Tuesday's report is still on disk.
      *
      * The catalog entry also carries the CHKSUM-01 checksum of the
      * generation as written, which GENFETCH-01 checks before it
      * hands a copy out and GENAUD-01 re-checks on every audit.
      *
      * Each chain cycle of the day keeps its own catalog and its own
      * generations (PROCDATE-01 names them), so the afternoon run's
      * report does not overwrite the night's same-dated generation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FD GENFILE.
         01 GEN-RECORD PIC X(2000).

      * One catalog record per kept generation: base report name,
      * the run date of that generation and its checksum (blank on
      * entries cataloged before generations were checksummed).
         FD CATFILE.
         01 CAT-RECORD.
           05 CAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 CAT-GEN-DATE PIC X(8).
           05 FILLER PIC X.
           05 CAT-CHECKSUM PIC X(10).

      * How many generations to keep per report.
         FD RETFILE.
             10 WS-CAT-NAME PIC X(12).
             10 WS-CAT-DATE PIC X(8).
             10 WS-CAT-LIVE PIC X.
             10 WS-CAT-SUM PIC X(10).

         COPY ENVQ.
         COPY PROCDATE.
         COPY CHKSUM.

       LINKAGE SECTION.
         COPY GENOUT.

       PROCEDURE DIVISION USING GENOUT-PARMS.
       001-MAIN.
      * The run date is the business night from PROCDATE-01, not the
      * system date, so a run past midnight or a next-morning rerun
      * still files under the night it belongs to.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CAT-DSN.
           MOVE 'GENRETAIN' TO ENVQ-DSNAME.
               '.D' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           PERFORM 011-CYCLE-GEN-NAME.
           MOVE WS-GEN-NAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GEN-NAME.
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GENFILE.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE 0 TO REPIN-EOF.
           PERFORM 004-COPY-RECORD UNTIL REPIN-EOF = 1.
           CLOSE GENFILE.
               NOT AT END
                  MOVE REPIN-RECORD TO GEN-RECORD
                  WRITE GEN-RECORD
                  SET CHKSUM-ADD TO TRUE
                  MOVE 1600 TO CHKSUM-LENGTH
                  MOVE GEN-RECORD TO CHKSUM-DATA
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.

       005-LOAD-CATALOG.
                     MOVE CAT-REPORT-NAME
                         TO WS-CAT-NAME(WS-CAT-COUNT)
                     MOVE CAT-GEN-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
                     MOVE CAT-CHECKSUM TO WS-CAT-SUM(WS-CAT-COUNT)
                     MOVE 'Y' TO WS-CAT-LIVE(WS-CAT-COUNT)
                  END-IF
           END-READ.

      * A rerun on the same day has already overwritten its dated
      * generation in 003, so the catalog keeps a single entry for
      * that report and date, with the checksum of the new copy.
       006-RECORD-GENERATION.
           MOVE 'N' TO WS-ALREADY-LISTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              IF WS-CAT-NAME(WS-IDX) = GENOUT-REPORT-NAME AND
                  WS-CAT-DATE(WS-IDX) = WS-RUN-DATE THEN
                 MOVE 'Y' TO WS-ALREADY-LISTED
                 MOVE CHKSUM-VALUE TO WS-CAT-SUM(WS-IDX)
              END-IF
           END-PERFORM.
           IF WS-ALREADY-LISTED = 'N' THEN
                 ADD 1 TO WS-CAT-COUNT
                 MOVE GENOUT-REPORT-NAME TO WS-CAT-NAME(WS-CAT-COUNT)
                 MOVE WS-RUN-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
                 MOVE CHKSUM-VALUE TO WS-CAT-SUM(WS-CAT-COUNT)
                 MOVE 'Y' TO WS-CAT-LIVE(WS-CAT-COUNT)
              ELSE
                 DISPLAY 'GENOUT-01: GENCAT FULL - GENERATION OF '
               '.D' DELIMITED BY SIZE
               WS-CAT-DATE(WS-OLDEST-IDX) DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           PERFORM 011-CYCLE-GEN-NAME.
           MOVE WS-GEN-NAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GEN-NAME.
                 MOVE SPACES TO CAT-RECORD
                 MOVE WS-CAT-NAME(WS-IDX) TO CAT-REPORT-NAME
                 MOVE WS-CAT-DATE(WS-IDX) TO CAT-GEN-DATE
                 MOVE WS-CAT-SUM(WS-IDX) TO CAT-CHECKSUM
                 WRITE CAT-RECORD
              END-IF
           END-PERFORM.
           CLOSE CATFILE.

       011-CYCLE-GEN-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-GEN-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-GEN-NAME.
