       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRESS-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Golden-result regression suite for the work programs. A
      * changed and recompiled program is certified here before it
      * goes into JOBCTLSTEPS, instead of waiting for the next
      * night's LEDGCHK-01 tolerance to trip. REGSUITE registers
      * each work program with a frozen reference feed and its
      * golden copies: the result and reject count its completion
      * trailer must show, the report it must write, and whether it
      * must file that result in RESULTLEDGER. Each program (all of
      * them, or only those REGRESSCTL names) is run against its
      * reference feed under the TEST qualifier, as REPLAY-01 runs
      * a night, and REGRESS-REPORT shows PASS or FAIL per program
      * with every line that differs from the golden copy.
      *
      * A feed or report the program names through ENVQ-01 is
      * simply used under its TEST name. One it opens under a fixed
      * name has no TEST name, so the live file is saved before the
      * run and put back after it, as REHRSL-01 does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUITEFILE ASSIGN TO "REGSUITE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUITE-STATUS.
           SELECT CTLFILE ASSIGN TO "REGRESSCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT COPYINFILE ASSIGN TO WS-COPY-FROM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYIN-STATUS.
           SELECT COPYOUTFILE ASSIGN TO WS-COPY-TO
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBLOGFILE ASSIGN TO WS-JOBLOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBLOG-STATUS.
           SELECT LEDGERFILE ASSIGN TO WS-LEDGER-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LEDGER-REC-KEY
           FILE STATUS IS LEDGER-STATUS.
           SELECT GOLDENFILE ASSIGN TO WS-GOLDEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GOLDEN-STATUS.
           SELECT ACTUALFILE ASSIGN TO "REGRESS-ACTUAL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACTUAL-STATUS.
           SELECT REPORTFILE ASSIGN TO "REGRESS-REPORT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One registered program per line: program in columns 1-14,
      * the feed name it opens in 16-39 with Q in 41 when it names
      * it through ENVQ-01 (L or blank: a fixed name), the frozen
      * reference feed in 43-66, the report it writes in 68-91 with
      * its Q/L in 93, the golden report in 95-118, the golden
      * result in 120-139 exactly as the trailer prints it, the
      * golden reject count in 141-148, and Y in 150 when the
      * program files its result in RESULTLEDGER. Blank lines and
      * lines starting ** are notes.
         FD SUITEFILE.
         01 SUITE-RECORD.
           05 SUITE-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 SUITE-FEED PIC X(24).
           05 FILLER PIC X.
           05 SUITE-FEED-MODE PIC X.
           05 FILLER PIC X.
           05 SUITE-REFERENCE PIC X(24).
           05 FILLER PIC X.
           05 SUITE-REPORT PIC X(24).
           05 FILLER PIC X.
           05 SUITE-REPORT-MODE PIC X.
           05 FILLER PIC X.
           05 SUITE-GOLDEN-REPORT PIC X(24).
           05 FILLER PIC X.
           05 SUITE-GOLDEN-RESULT PIC X(20).
           05 FILLER PIC X.
           05 SUITE-GOLDEN-REJECTS PIC X(8).
           05 FILLER PIC X.
           05 SUITE-LEDGER PIC X.

      * The subset to run: one program-id per line in columns 1-14.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-PROGRAM PIC X(14).
           05 FILLER PIC X(66).

         FD COPYINFILE.
         01 COPYIN-RECORD PIC X(2000).

         FD COPYOUTFILE.
         01 COPYOUT-RECORD PIC X(2000).

         FD JOBLOGFILE.
         01 JOBLOG-RECORD PIC X(100).

      * The record layout must match what LEDGER-01 writes.
         FD LEDGERFILE.
         01 LEDGER-RECORD.
           05 LEDGER-REC-KEY.
             10 LEDGER-REC-PROGRAM PIC X(14).
             10 LEDGER-REC-DATE PIC X(8).
           05 LEDGER-REC-RESULT PIC 9(18).
           05 LEDGER-REC-RESULT-TEXT PIC X(20).

         FD GOLDENFILE.
         01 GOLDEN-RECORD PIC X(200).

         FD ACTUALFILE.
         01 ACTUAL-RECORD PIC X(200).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(250).

       WORKING-STORAGE SECTION.
         01 SUITE-STATUS PIC X(2) VALUE SPACES.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 COPYIN-STATUS PIC X(2) VALUE SPACES.
         01 JOBLOG-STATUS PIC X(2) VALUE SPACES.
         01 LEDGER-STATUS PIC X(2) VALUE SPACES.
         01 GOLDEN-STATUS PIC X(2) VALUE SPACES.
         01 ACTUAL-STATUS PIC X(2) VALUE SPACES.
         01 SUITE-EOF PIC 9 VALUE 0.
         01 CTL-EOF PIC 9 VALUE 0.
         01 COPYIN-EOF PIC 9 VALUE 0.
         01 JOBLOG-EOF PIC 9 VALUE 0.
         01 GOLDEN-EOF PIC 9 VALUE 0.
         01 ACTUAL-EOF PIC 9 VALUE 0.
         01 WS-JOBLOG-DSN PIC X(64) VALUE 'JOBLOG'.
         01 WS-LEDGER-DSN PIC X(64) VALUE 'RESULTLEDGER'.
         01 WS-GOLDEN-DSN PIC X(64) VALUE SPACES.
         01 WS-COPY-FROM PIC X(64) VALUE SPACES.
         01 WS-COPY-TO PIC X(64) VALUE SPACES.
         01 WS-COPIED PIC X VALUE 'N'.
      * ENVQ-01's cached qualifier, shared across the run unit. The
      * suite sets it itself, so every program it CALLs resolves
      * its datasets to TEST names whatever ENVPARM says.
         01 ENVQ-QUALIFIER PIC X(8) EXTERNAL.
         01 ENVQ-LOADED PIC X EXTERNAL.
         01 WS-SUITE-QUALIFIER PIC X(8) VALUE 'TEST'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-RUN-DATE PIC X(8) VALUE SPACES.
      * The registry.
         01 WS-REG-COUNT PIC 9(2) VALUE 0.
         01 WS-REG-IDX PIC 9(2) VALUE 0.
         01 WS-REG-TABLE.
           05 WS-REG OCCURS 50 TIMES.
             10 WS-REG-PROGRAM PIC X(14).
             10 WS-REG-FEED PIC X(24).
             10 WS-REG-FEED-MODE PIC X.
             10 WS-REG-REFERENCE PIC X(24).
             10 WS-REG-REPORT PIC X(24).
             10 WS-REG-REPORT-MODE PIC X.
             10 WS-REG-GOLDEN-REPORT PIC X(24).
             10 WS-REG-GOLDEN-RESULT PIC X(20).
             10 WS-REG-GOLDEN-REJECTS PIC X(8).
             10 WS-REG-LEDGER PIC X.
             10 WS-REG-PICKED PIC X.
      * The subset REGRESSCTL asked for, when there is one.
         01 WS-PICK-COUNT PIC 9(2) VALUE 0.
         01 WS-PICK-IDX PIC 9(2) VALUE 0.
         01 WS-PICK-TABLE.
           05 WS-PICK-PROGRAM PIC X(14) OCCURS 50 TIMES.
         01 WS-PICK-FOUND PIC X VALUE 'N'.
      * One program's run.
         01 WS-FEED-DSN PIC X(64) VALUE SPACES.
         01 WS-REPORT-DSN PIC X(64) VALUE SPACES.
         01 WS-FEED-SAVE PIC X(64) VALUE 'REGRESS-FEEDSAVE'.
         01 WS-REPORT-SAVE PIC X(64) VALUE 'REGRESS-REPTSAVE'.
         01 WS-FEED-SAVED PIC X VALUE 'N'.
         01 WS-REPORT-SAVED PIC X VALUE 'N'.
         01 WS-RUN-RC PIC 9(4) VALUE 0.
         01 WS-DIFFS PIC 9(4) VALUE 0.
         01 WS-LINE-NO PIC 9(6) VALUE 0.
         01 WS-SCAN-COUNT PIC 9(2) VALUE 0.
         01 WS-JOBLOG-LINES PIC 9(8) VALUE 0.
         01 WS-JOBLOG-BEFORE PIC 9(8) VALUE 0.
         01 WS-TRAILER PIC X(100) VALUE SPACES.
         01 WS-TRAILER-REJECTS PIC X(8) VALUE SPACES.
         01 WS-TRAILER-RESULT PIC X(20) VALUE SPACES.
         01 WS-LEDGER-SHOW PIC X(20) VALUE SPACES.
         01 WS-LEDGER-FOUND PIC X VALUE 'N'.
         01 WS-VERDICT PIC X(4) VALUE SPACES.
         01 WS-RUN-COUNT PIC 9(2) VALUE 0.
         01 WS-PASS-COUNT PIC 9(2) VALUE 0.
         01 WS-FAIL-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           PERFORM 002-LOAD-SUITE.
           PERFORM 004-LOAD-SUBSET.
           OPEN OUTPUT REPORTFILE.
           IF WS-REG-COUNT = 0 THEN
              MOVE 'REGRESS-01: NO PROGRAMS REGISTERED IN REGSUITE'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 006-RESOLVE-NAMES.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REGRESSION SUITE UNDER ' DELIMITED BY SIZE
               WS-SUITE-QUALIFIER DELIMITED BY SPACE
               ' FOR PROCESSING DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           PERFORM 007-CHECK-SUBSET.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
              IF WS-REG-PICKED(WS-REG-IDX) = 'Y' THEN
                 PERFORM 010-CERTIFY-PROGRAM
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-RUN-COUNT DELIMITED BY SIZE
               ' PROGRAM(S) RUN, ' DELIMITED BY SIZE
               WS-PASS-COUNT DELIMITED BY SIZE
               ' PASSED, ' DELIMITED BY SIZE
               WS-FAIL-COUNT DELIMITED BY SIZE
               ' FAILED' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
           IF WS-FAIL-COUNT = 0 AND WS-RUN-COUNT > 0 THEN
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       002-LOAD-SUITE.
           OPEN INPUT SUITEFILE.
           IF SUITE-STATUS NOT = "00" THEN
              CLOSE SUITEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SUITE-EOF.
           PERFORM 003-READ-SUITE UNTIL SUITE-EOF = 1.
           CLOSE SUITEFILE.

       003-READ-SUITE.
           MOVE SPACES TO SUITE-RECORD.
           READ SUITEFILE
               AT END MOVE 1 TO SUITE-EOF
               NOT AT END
                  IF SUITE-PROGRAM NOT = SPACES AND
                      SUITE-RECORD(1:2) NOT = '**' AND
                      WS-REG-COUNT < 50 THEN
                     ADD 1 TO WS-REG-COUNT
                     MOVE SUITE-PROGRAM
                         TO WS-REG-PROGRAM(WS-REG-COUNT)
                     MOVE SUITE-FEED TO WS-REG-FEED(WS-REG-COUNT)
                     MOVE SUITE-FEED-MODE
                         TO WS-REG-FEED-MODE(WS-REG-COUNT)
                     MOVE SUITE-REFERENCE
                         TO WS-REG-REFERENCE(WS-REG-COUNT)
                     MOVE SUITE-REPORT TO WS-REG-REPORT(WS-REG-COUNT)
                     MOVE SUITE-REPORT-MODE
                         TO WS-REG-REPORT-MODE(WS-REG-COUNT)
                     MOVE SUITE-GOLDEN-REPORT
                         TO WS-REG-GOLDEN-REPORT(WS-REG-COUNT)
                     MOVE SUITE-GOLDEN-RESULT
                         TO WS-REG-GOLDEN-RESULT(WS-REG-COUNT)
                     MOVE SUITE-GOLDEN-REJECTS
                         TO WS-REG-GOLDEN-REJECTS(WS-REG-COUNT)
                     MOVE SUITE-LEDGER TO WS-REG-LEDGER(WS-REG-COUNT)
                     MOVE 'Y' TO WS-REG-PICKED(WS-REG-COUNT)
                  END-IF
           END-READ.

       004-LOAD-SUBSET.
           OPEN INPUT CTLFILE.
           IF CTL-STATUS NOT = "00" THEN
              CLOSE CTLFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CTL-EOF.
           PERFORM 005-READ-SUBSET UNTIL CTL-EOF = 1.
           CLOSE CTLFILE.
           IF WS-PICK-COUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
              MOVE 'N' TO WS-REG-PICKED(WS-REG-IDX)
              PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                  UNTIL WS-PICK-IDX > WS-PICK-COUNT
                 IF WS-PICK-PROGRAM(WS-PICK-IDX) =
                     WS-REG-PROGRAM(WS-REG-IDX) THEN
                    MOVE 'Y' TO WS-REG-PICKED(WS-REG-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.

       005-READ-SUBSET.
           MOVE SPACES TO CTL-RECORD.
           READ CTLFILE
               AT END MOVE 1 TO CTL-EOF
               NOT AT END
                  IF CTL-PROGRAM NOT = SPACES AND
                      CTL-RECORD(1:2) NOT = '**' AND
                      WS-PICK-COUNT < 50 THEN
                     ADD 1 TO WS-PICK-COUNT
                     MOVE CTL-PROGRAM
                         TO WS-PICK-PROGRAM(WS-PICK-COUNT)
                  END-IF
           END-READ.

      * From here on every name resolved through ENVQ-01 -- by the
      * suite or by the programs it runs -- is a TEST name; the
      * processing date is the one the TEST chain would stamp.
       006-RESOLVE-NAMES.
           MOVE WS-SUITE-QUALIFIER TO ENVQ-QUALIFIER.
           MOVE 'Y' TO ENVQ-LOADED.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           MOVE 'JOBLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-JOBLOG-DSN.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RESULTLEDGER' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LEDGER-DSN.

      * With a REGRESSCTL on file only the programs it names run; a
      * name the registry does not know is reported and counts as a
      * failure, since that program cannot be certified.
       007-CHECK-SUBSET.
           IF WS-PICK-COUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
               UNTIL WS-PICK-IDX > WS-PICK-COUNT
              MOVE 'N' TO WS-PICK-FOUND
              PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                  UNTIL WS-REG-IDX > WS-REG-COUNT
                 IF WS-PICK-PROGRAM(WS-PICK-IDX) =
                     WS-REG-PROGRAM(WS-REG-IDX) THEN
                    MOVE 'Y' TO WS-PICK-FOUND
                 END-IF
              END-PERFORM
              IF WS-PICK-FOUND = 'N' THEN
                 ADD 1 TO WS-FAIL-COUNT
                 MOVE SPACES TO REPORT-RECORD
                 STRING 'FAIL ' DELIMITED BY SIZE
                     WS-PICK-PROGRAM(WS-PICK-IDX) DELIMITED BY SIZE
                     ' NOT REGISTERED IN REGSUITE' DELIMITED BY SIZE
                     INTO REPORT-RECORD
                 WRITE REPORT-RECORD
                 DISPLAY REPORT-RECORD
              END-IF
           END-PERFORM.

      * One program: feed in, stale evidence out, run, compare,
      * live files back. The report fields are cleared first, so a
      * program refused before its report is set aside does not
      * have the previous program's report put back over it.
       010-CERTIFY-PROGRAM.
           ADD 1 TO WS-RUN-COUNT.
           MOVE 0 TO WS-DIFFS.
           MOVE 0 TO WS-RUN-RC.
           MOVE 'N' TO WS-REPORT-SAVED.
           MOVE SPACES TO WS-REPORT-DSN.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'PROGRAM ' DELIMITED BY SIZE
               WS-REG-PROGRAM(WS-REG-IDX) DELIMITED BY SIZE
               ' FEED ' DELIMITED BY SIZE
               WS-REG-REFERENCE(WS-REG-IDX) DELIMITED BY SPACE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           PERFORM 011-PLACE-FEED.
           IF WS-DIFFS > 0 THEN
              PERFORM 015-RESTORE-LIVE-FILES
              PERFORM 060-WRITE-VERDICT
              EXIT PARAGRAPH
           END-IF.
           PERFORM 012-CLEAR-REPORT.
           PERFORM 013-CLEAR-LEDGER-ENTRY.
           PERFORM 014-COUNT-JOBLOG.
           MOVE WS-JOBLOG-LINES TO WS-JOBLOG-BEFORE.
           MOVE 0 TO RETURN-CODE.
           CALL WS-REG-PROGRAM(WS-REG-IDX)
              ON EXCEPTION
                 DISPLAY 'REGRESS-01: ' WS-REG-PROGRAM(WS-REG-IDX)
                     ' COULD NOT BE CALLED'
                 MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-RUN-RC.
           MOVE 0 TO RETURN-CODE.
           CANCEL WS-REG-PROGRAM(WS-REG-IDX).
           IF WS-RUN-RC >= 8 THEN
              ADD 1 TO WS-DIFFS
              MOVE SPACES TO REPORT-RECORD
              STRING '  RUN      ENDED RC ' DELIMITED BY SIZE
                  WS-RUN-RC DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.
           DELETE FILE ACTUALFILE.
           IF WS-REPORT-DSN NOT = SPACES THEN
              MOVE WS-REPORT-DSN TO WS-COPY-FROM
              MOVE 'REGRESS-ACTUAL' TO WS-COPY-TO
              PERFORM 050-COPY-FILE
           END-IF.
           PERFORM 015-RESTORE-LIVE-FILES.
           PERFORM 020-CHECK-TRAILER.
           IF WS-REG-LEDGER(WS-REG-IDX) = 'Y' THEN
              PERFORM 030-CHECK-LEDGER
           END-IF.
           IF WS-REG-GOLDEN-REPORT(WS-REG-IDX) NOT = SPACES THEN
              PERFORM 040-CHECK-REPORT
           END-IF.
           PERFORM 060-WRITE-VERDICT.

      * The reference feed goes onto the name the program reads. A
      * fixed name is the live feed itself, so that is saved first.
       011-PLACE-FEED.
           MOVE 'N' TO WS-FEED-SAVED.
           MOVE SPACES TO WS-FEED-DSN.
           IF WS-REG-FEED(WS-REG-IDX) = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-REG-FEED-MODE(WS-REG-IDX) = 'Q' THEN
              MOVE WS-REG-FEED(WS-REG-IDX) TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-FEED-DSN
           ELSE
              MOVE WS-REG-FEED(WS-REG-IDX) TO WS-FEED-DSN
              MOVE WS-FEED-DSN TO WS-COPY-FROM
              MOVE WS-FEED-SAVE TO WS-COPY-TO
              PERFORM 050-COPY-FILE
              MOVE WS-COPIED TO WS-FEED-SAVED
           END-IF.
           MOVE WS-REG-REFERENCE(WS-REG-IDX) TO WS-COPY-FROM.
           MOVE WS-FEED-DSN TO WS-COPY-TO.
           PERFORM 050-COPY-FILE.
           IF WS-COPIED = 'N' THEN
              ADD 1 TO WS-DIFFS
              MOVE SPACES TO REPORT-RECORD
              STRING '  FEED     REFERENCE ' DELIMITED BY SIZE
                  WS-REG-REFERENCE(WS-REG-IDX) DELIMITED BY SPACE
                  ' NOT ON FILE - NOT RUN' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

      * Whatever report an earlier run left must not be taken for
      * this run's; a live report under a fixed name is saved first.
       012-CLEAR-REPORT.
           MOVE 'N' TO WS-REPORT-SAVED.
           MOVE SPACES TO WS-REPORT-DSN.
           IF WS-REG-REPORT(WS-REG-IDX) = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-REG-REPORT-MODE(WS-REG-IDX) = 'Q' THEN
              MOVE WS-REG-REPORT(WS-REG-IDX) TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-REPORT-DSN
           ELSE
              MOVE WS-REG-REPORT(WS-REG-IDX) TO WS-REPORT-DSN
              MOVE WS-REPORT-DSN TO WS-COPY-FROM
              MOVE WS-REPORT-SAVE TO WS-COPY-TO
              PERFORM 050-COPY-FILE
              MOVE WS-COPIED TO WS-REPORT-SAVED
           END-IF.
           MOVE WS-REPORT-DSN TO WS-COPY-TO.
           DELETE FILE COPYOUTFILE.

      * A program that files nothing this time must not pass on an
      * entry an earlier run of the suite left in the TEST ledger.
       013-CLEAR-LEDGER-ENTRY.
           IF WS-REG-LEDGER(WS-REG-IDX) NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           OPEN I-O LEDGERFILE.
           IF LEDGER-STATUS NOT = "00" THEN
              CLOSE LEDGERFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-REG-PROGRAM(WS-REG-IDX) TO LEDGER-REC-PROGRAM.
           MOVE WS-RUN-DATE TO LEDGER-REC-DATE.
           DELETE LEDGERFILE
              INVALID KEY CONTINUE
           END-DELETE.
           CLOSE LEDGERFILE.

      * Lines on the TEST JOBLOG so far; only a trailer written
      * after them belongs to this run.
       014-COUNT-JOBLOG.
           MOVE 0 TO WS-JOBLOG-LINES.
           MOVE SPACES TO WS-TRAILER.
           OPEN INPUT JOBLOGFILE.
           IF JOBLOG-STATUS NOT = "00" THEN
              CLOSE JOBLOGFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO JOBLOG-EOF.
           PERFORM 016-SCAN-JOBLOG UNTIL JOBLOG-EOF = 1.
           CLOSE JOBLOGFILE.

      * Live feed and report under fixed names go back as they
      * were, or are removed when there was none before.
       015-RESTORE-LIVE-FILES.
           IF WS-REG-FEED(WS-REG-IDX) NOT = SPACES AND
               WS-REG-FEED-MODE(WS-REG-IDX) NOT = 'Q' THEN
              IF WS-FEED-SAVED = 'Y' THEN
                 MOVE WS-FEED-SAVE TO WS-COPY-FROM
                 MOVE WS-FEED-DSN TO WS-COPY-TO
                 PERFORM 050-COPY-FILE
              ELSE
                 MOVE WS-FEED-DSN TO WS-COPY-TO
                 DELETE FILE COPYOUTFILE
              END-IF
           END-IF.
      * No report name yet means the report was never set aside:
      * there is nothing of this program's to put back.
           IF WS-REG-REPORT(WS-REG-IDX) NOT = SPACES AND
               WS-REG-REPORT-MODE(WS-REG-IDX) NOT = 'Q' AND
               WS-REPORT-DSN NOT = SPACES THEN
              IF WS-REPORT-SAVED = 'Y' THEN
                 MOVE WS-REPORT-SAVE TO WS-COPY-FROM
                 MOVE WS-REPORT-DSN TO WS-COPY-TO
                 PERFORM 050-COPY-FILE
              ELSE
                 MOVE WS-REPORT-DSN TO WS-COPY-TO
                 DELETE FILE COPYOUTFILE
              END-IF
           END-IF.

       016-SCAN-JOBLOG.
           READ JOBLOGFILE
               AT END MOVE 1 TO JOBLOG-EOF
               NOT AT END
                  ADD 1 TO WS-JOBLOG-LINES
                  IF WS-JOBLOG-LINES > WS-JOBLOG-BEFORE AND
                      JOBLOG-RECORD(1:14) =
                      WS-REG-PROGRAM(WS-REG-IDX) THEN
                     MOVE 0 TO WS-SCAN-COUNT
                     INSPECT JOBLOG-RECORD TALLYING WS-SCAN-COUNT
                         FOR ALL ' READ:'
                     IF WS-SCAN-COUNT > 0 THEN
                        MOVE JOBLOG-RECORD TO WS-TRAILER
                     END-IF
                  END-IF
           END-READ.

      * The trailer JOBLOG-01 wrote for this run: reject count in
      * columns 54-61, result from column 70, as the golden copies
      * carry them.
       020-CHECK-TRAILER.
           PERFORM 014-COUNT-JOBLOG.
           IF WS-TRAILER = SPACES THEN
              ADD 1 TO WS-DIFFS
              MOVE '  TRAILER  NONE WRITTEN BY THIS RUN'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRAILER(54:8) TO WS-TRAILER-REJECTS.
           MOVE WS-TRAILER(70:20) TO WS-TRAILER-RESULT.
           IF WS-TRAILER-REJECTS NOT =
               WS-REG-GOLDEN-REJECTS(WS-REG-IDX) THEN
              ADD 1 TO WS-DIFFS
              MOVE SPACES TO REPORT-RECORD
              STRING '  REJECTS  GOLDEN ' DELIMITED BY SIZE
                  WS-REG-GOLDEN-REJECTS(WS-REG-IDX)
                      DELIMITED BY SIZE
                  ' TRAILER ' DELIMITED BY SIZE
                  WS-TRAILER-REJECTS DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.
           IF WS-TRAILER-RESULT NOT =
               WS-REG-GOLDEN-RESULT(WS-REG-IDX) THEN
              ADD 1 TO WS-DIFFS
              MOVE SPACES TO REPORT-RECORD
              STRING '  RESULT   GOLDEN ' DELIMITED BY SIZE
                  WS-REG-GOLDEN-RESULT(WS-REG-IDX) DELIMITED BY SIZE
                  ' TRAILER ' DELIMITED BY SIZE
                  WS-TRAILER-RESULT DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

      * The TEST ledger entry this run filed, shown the way the
      * trailer prints a result.
       030-CHECK-LEDGER.
           MOVE 'N' TO WS-LEDGER-FOUND.
           MOVE SPACES TO WS-LEDGER-SHOW.
           OPEN INPUT LEDGERFILE.
           IF LEDGER-STATUS = "00" THEN
              MOVE WS-REG-PROGRAM(WS-REG-IDX) TO LEDGER-REC-PROGRAM
              MOVE WS-RUN-DATE TO LEDGER-REC-DATE
              READ LEDGERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-LEDGER-FOUND
                    IF LEDGER-REC-RESULT-TEXT NOT = SPACES THEN
                       MOVE LEDGER-REC-RESULT-TEXT TO WS-LEDGER-SHOW
                    ELSE
                       MOVE LEDGER-REC-RESULT TO WS-LEDGER-SHOW
                    END-IF
              END-READ
           END-IF.
           CLOSE LEDGERFILE.
           IF WS-LEDGER-FOUND = 'N' THEN
              ADD 1 TO WS-DIFFS
              MOVE SPACES TO REPORT-RECORD
              STRING '  LEDGER   NO ENTRY FILED IN ' DELIMITED BY SIZE
                  WS-LEDGER-DSN DELIMITED BY SPACE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF WS-LEDGER-SHOW NOT = WS-REG-GOLDEN-RESULT(WS-REG-IDX)
               THEN
              ADD 1 TO WS-DIFFS
              MOVE SPACES TO REPORT-RECORD
              STRING '  LEDGER   GOLDEN ' DELIMITED BY SIZE
                  WS-REG-GOLDEN-RESULT(WS-REG-IDX) DELIMITED BY SIZE
                  ' FILED ' DELIMITED BY SIZE
                  WS-LEDGER-SHOW DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

      * Lockstep walk of the golden report and this run's capture,
      * as REHRSL-01 compares its two runs; an exhausted side reads
      * as spaces so extra or missing lines still surface, and is
      * not read again once it has ended. With one side missing the
      * walk is not attempted.
       040-CHECK-REPORT.
           MOVE WS-REG-GOLDEN-REPORT(WS-REG-IDX) TO WS-GOLDEN-DSN.
           OPEN INPUT GOLDENFILE.
           OPEN INPUT ACTUALFILE.
           IF GOLDEN-STATUS NOT = "00" OR ACTUAL-STATUS NOT = "00"
               THEN
              ADD 1 TO WS-DIFFS
              MOVE SPACES TO REPORT-RECORD
              IF GOLDEN-STATUS NOT = "00" THEN
                 STRING '  REPORT   GOLDEN ' DELIMITED BY SIZE
                     WS-GOLDEN-DSN DELIMITED BY SPACE
                     ' NOT ON FILE' DELIMITED BY SIZE
                     INTO REPORT-RECORD
              ELSE
                 STRING '  REPORT   ' DELIMITED BY SIZE
                     WS-REG-REPORT(WS-REG-IDX) DELIMITED BY SPACE
                     ' NOT WRITTEN BY THIS RUN' DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-IF
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE GOLDENFILE
              CLOSE ACTUALFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-NO.
           MOVE 0 TO GOLDEN-EOF.
           MOVE 0 TO ACTUAL-EOF.
           PERFORM 041-CHECK-REPORT-LINE
               UNTIL GOLDEN-EOF = 1 AND ACTUAL-EOF = 1.
           CLOSE ACTUALFILE.
           CLOSE GOLDENFILE.

       041-CHECK-REPORT-LINE.
           MOVE SPACES TO GOLDEN-RECORD.
           MOVE SPACES TO ACTUAL-RECORD.
           IF GOLDEN-EOF = 0 THEN
              READ GOLDENFILE
                  AT END
                     MOVE 1 TO GOLDEN-EOF
                     MOVE SPACES TO GOLDEN-RECORD
              END-READ
           END-IF.
           IF ACTUAL-EOF = 0 THEN
              READ ACTUALFILE
                  AT END
                     MOVE 1 TO ACTUAL-EOF
                     MOVE SPACES TO ACTUAL-RECORD
              END-READ
           END-IF.
           IF GOLDEN-EOF = 1 AND ACTUAL-EOF = 1 THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINE-NO.
           IF GOLDEN-RECORD NOT = ACTUAL-RECORD THEN
              ADD 1 TO WS-DIFFS
              MOVE SPACES TO REPORT-RECORD
              STRING '  LINE ' DELIMITED BY SIZE
                  WS-LINE-NO DELIMITED BY SIZE
                  ' GOLDEN ' DELIMITED BY SIZE
                  GOLDEN-RECORD DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING '  LINE ' DELIMITED BY SIZE
                  WS-LINE-NO DELIMITED BY SIZE
                  ' ACTUAL ' DELIMITED BY SIZE
                  ACTUAL-RECORD DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

      * A source that is not there to copy leaves the target alone.
       050-COPY-FILE.
           MOVE 'N' TO WS-COPIED.
           OPEN INPUT COPYINFILE.
           IF COPYIN-STATUS NOT = "00" THEN
              CLOSE COPYINFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-COPIED.
           OPEN OUTPUT COPYOUTFILE.
           MOVE 0 TO COPYIN-EOF.
           PERFORM 051-COPY-ONE-RECORD UNTIL COPYIN-EOF = 1.
           CLOSE COPYOUTFILE.
           CLOSE COPYINFILE.

       051-COPY-ONE-RECORD.
           READ COPYINFILE
               AT END MOVE 1 TO COPYIN-EOF
               NOT AT END
                  MOVE COPYIN-RECORD TO COPYOUT-RECORD
                  WRITE COPYOUT-RECORD
           END-READ.

      * A program is certified only with no difference at all.
       060-WRITE-VERDICT.
           IF WS-DIFFS = 0 THEN
              ADD 1 TO WS-PASS-COUNT
              MOVE 'PASS' TO WS-VERDICT
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              MOVE 'FAIL' TO WS-VERDICT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-VERDICT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REG-PROGRAM(WS-REG-IDX) DELIMITED BY SIZE
               ' RC ' DELIMITED BY SIZE
               WS-RUN-RC DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DIFFS DELIMITED BY SIZE
               ' DIFFERENCE(S)' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
