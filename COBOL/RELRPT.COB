       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRPT-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Step reliability report: reads the permanent chain history
      * JOBCTL-01 keeps in CHAINHIST and grades every step that ran
      * in the period -- how many chain runs it took part in, what
      * share of them it finished (clean or with warnings), what
      * share with warnings, how many it failed, the retries it
      * burned, how many resumed runs its failures forced, and the
      * mean minutes from a failure to the step's successful rerun
      * on the same night. Steps are listed flakiest first (most
      * failures), so the case for fixing one writes itself.
      * The period is the processing date's quarter to date unless a
      * RELRPTCTL record names one (first day YYYYMMDD in columns
      * 1-8, last day in columns 10-17).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "RELRPTCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT CHAINHISTFILE ASSIGN TO WS-CHAINHIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHAINHIST-KEY
           FILE STATUS IS CHAINHIST-STATUS-CODE.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-FROM PIC X(8).
           05 FILLER PIC X.
           05 CTL-TO PIC X(8).
           05 FILLER PIC X(63).

         FD CHAINHISTFILE.
         COPY CHAINHST.

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 CHAINHIST-STATUS-CODE PIC X(2) VALUE SPACES.
         01 CHAINHIST-EOF PIC 9 VALUE 0.
         01 WS-CHAINHIST-DSN PIC X(64) VALUE 'CHAINHIST'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'RELRPT-REPORT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-FROM PIC X(8) VALUE SPACES.
         01 WS-TO PIC X(8) VALUE SPACES.
         01 WS-MONTH PIC 9(2) VALUE 0.
         01 WS-QUARTER PIC 9 VALUE 0.
         01 WS-IDX PIC 9(2) VALUE 0.
         01 WS-FOUND PIC 9(2) VALUE 0.
         01 WS-ODX PIC 9(2) VALUE 0.
         01 WS-PICK PIC 9(2) VALUE 0.
         01 WS-LINES PIC 9(2) VALUE 0.
         01 WS-MINUTES PIC S9(8) VALUE 0.
         01 WS-RATE PIC 9(3)V9 VALUE 0.
         01 WS-MEAN PIC 9(7) VALUE 0.
         01 WS-RUN-COUNT PIC 9(5) VALUE 0.
         01 WS-RESUME-RUNS PIC 9(5) VALUE 0.
      * The night and the run of it being read; the key brings a
      * night's runs together in the order they started.
         01 WS-CUR-NIGHT PIC X(9) VALUE SPACES.
         01 WS-CUR-RUN PIC X(14) VALUE SPACES.
         01 WS-STEP-COUNT PIC 9(2) VALUE 0.
         01 WS-STEP-TABLE.
           05 WS-STEP OCCURS 50 TIMES.
             10 WS-STP-NAME PIC X(24).
             10 WS-STP-RUNS PIC 9(5).
             10 WS-STP-OK PIC 9(5).
             10 WS-STP-WARN PIC 9(5).
             10 WS-STP-FAILED PIC 9(5).
             10 WS-STP-RETRIES PIC 9(5).
             10 WS-STP-RESUMES PIC 9(5).
             10 WS-STP-RECOVERED PIC 9(5).
             10 WS-STP-RECOVER-MIN PIC 9(9).
             10 WS-STP-PRINTED PIC X.
      * Failures of the night being read still waiting for their
      * successful rerun.
         01 WS-OPEN-COUNT PIC 9(2) VALUE 0.
         01 WS-OPEN-TABLE.
           05 WS-OPEN OCCURS 20 TIMES.
             10 WS-OPEN-STEP PIC X(24).
             10 WS-OPEN-END PIC X(14).
             10 WS-OPEN-CREDITED PIC X.
             10 WS-OPEN-LIVE PIC X.
         01 WS-HEADING-LINE.
           05 FILLER PIC X(25) VALUE 'STEP'.
           05 FILLER PIC X(7) VALUE ' RUNS'.
           05 FILLER PIC X(9) VALUE 'SUCCESS%'.
           05 FILLER PIC X(8) VALUE ' WARN%'.
           05 FILLER PIC X(8) VALUE 'FAILED'.
           05 FILLER PIC X(8) VALUE 'RETRIES'.
           05 FILLER PIC X(8) VALUE 'RESUMES'.
           05 FILLER PIC X(8) VALUE 'RERUNS'.
           05 FILLER PIC X(12) VALUE 'MEAN MINUTES'.
         01 WS-DETAIL-LINE.
           05 WS-DL-STEP PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-RUNS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-SUCCESS PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-WARN PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-FAILED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-RETRIES PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-RESUMES PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-RERUNS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-MEAN PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       001-MAIN.
           PERFORM 002-SELECT-PERIOD.
           MOVE 'CHAINHIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CHAINHIST-DSN.
           MOVE 'RELRPT-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RELRPT-01: STEP RELIABILITY ' DELIMITED BY SIZE
               WS-FROM DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-TO DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN INPUT CHAINHISTFILE.
           IF CHAINHIST-STATUS-CODE NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'RELRPT-01: CANNOT OPEN CHAINHIST, STATUS '
                  DELIMITED BY SIZE
                  CHAINHIST-STATUS-CODE DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE CHAINHISTFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO CHAINHIST-EOF.
           PERFORM 003-READ-HISTORY UNTIL CHAINHIST-EOF = 1.
           CLOSE CHAINHISTFILE.
           PERFORM 008-WRITE-REPORT.
           CLOSE REPORTFILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * A missing control file (status other than "00") or dates
      * that are not YYYYMMDD mean the processing date's quarter,
      * from its first day up to the processing date.
       002-SELECT-PERIOD.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-TO.
           MOVE PROCDATE-DATE(5:2) TO WS-MONTH.
           SUBTRACT 1 FROM WS-MONTH.
           DIVIDE WS-MONTH BY 3 GIVING WS-QUARTER.
           COMPUTE WS-MONTH = WS-QUARTER * 3 + 1.
           MOVE PROCDATE-DATE(1:4) TO WS-FROM(1:4).
           MOVE WS-MONTH TO WS-FROM(5:2).
           MOVE '01' TO WS-FROM(7:2).
           OPEN INPUT CTLFILE.
           IF CTL-STATUS = "00" THEN
              READ CTLFILE
                 AT END CONTINUE
                 NOT AT END
                    IF CTL-FROM IS NUMERIC AND CTL-TO IS NUMERIC THEN
                       MOVE CTL-FROM TO WS-FROM
                       MOVE CTL-TO TO WS-TO
                    END-IF
              END-READ
              CLOSE CTLFILE
           ELSE
              CLOSE CTLFILE
           END-IF.

       003-READ-HISTORY.
           READ CHAINHISTFILE NEXT RECORD
               AT END MOVE 1 TO CHAINHIST-EOF
               NOT AT END
                  IF CHAINHIST-RUN-DATE NOT < WS-FROM AND
                      CHAINHIST-RUN-DATE NOT > WS-TO THEN
                     PERFORM 004-TAKE-RECORD
                  END-IF
           END-READ.

      * A new night forgets the last night's open failures; a new
      * run that resumed the night charges a resume to every step
      * whose failure was still waiting for its rerun.
       004-TAKE-RECORD.
           IF CHAINHIST-KEY(1:9) NOT = WS-CUR-NIGHT THEN
              MOVE CHAINHIST-KEY(1:9) TO WS-CUR-NIGHT
              MOVE SPACES TO WS-CUR-RUN
              MOVE 0 TO WS-OPEN-COUNT
           END-IF.
           IF CHAINHIST-RUN-START NOT = WS-CUR-RUN THEN
              MOVE CHAINHIST-RUN-START TO WS-CUR-RUN
              ADD 1 TO WS-RUN-COUNT
              IF CHAINHIST-RESUMED = 'Y' THEN
                 ADD 1 TO WS-RESUME-RUNS
                 PERFORM 005-CREDIT-RESUME
              END-IF
           END-IF.
           IF CHAINHIST-STATUS = 'OK' OR
               CHAINHIST-STATUS = 'WARNINGS' OR
               CHAINHIST-STATUS = 'FAILED' THEN
              IF CHAINHIST-STEP NOT = '*CHAIN*' THEN
                 PERFORM 006-COUNT-STEP
              END-IF
           END-IF.

       005-CREDIT-RESUME.
           PERFORM VARYING WS-ODX FROM 1 BY 1
               UNTIL WS-ODX > WS-OPEN-COUNT
              IF WS-OPEN-LIVE(WS-ODX) = 'Y' AND
                  WS-OPEN-CREDITED(WS-ODX) = 'N' THEN
                 MOVE 'Y' TO WS-OPEN-CREDITED(WS-ODX)
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-STEP-COUNT
                    IF WS-STP-NAME(WS-IDX) = WS-OPEN-STEP(WS-ODX) THEN
                       ADD 1 TO WS-STP-RESUMES(WS-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       006-COUNT-STEP.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STEP-COUNT
              IF WS-STP-NAME(WS-IDX) = CHAINHIST-STEP THEN
                 MOVE WS-IDX TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
              IF WS-STEP-COUNT NOT < 50 THEN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-STEP-COUNT
              MOVE WS-STEP-COUNT TO WS-FOUND
              INITIALIZE WS-STEP(WS-FOUND)
              MOVE CHAINHIST-STEP TO WS-STP-NAME(WS-FOUND)
              MOVE 'N' TO WS-STP-PRINTED(WS-FOUND)
           END-IF.
           ADD 1 TO WS-STP-RUNS(WS-FOUND).
           IF CHAINHIST-ATTEMPTS > 1 THEN
              COMPUTE WS-STP-RETRIES(WS-FOUND) =
                  WS-STP-RETRIES(WS-FOUND) + CHAINHIST-ATTEMPTS - 1
           END-IF.
           MOVE 0 TO WS-ODX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OPEN-COUNT
              IF WS-OPEN-LIVE(WS-IDX) = 'Y' AND
                  WS-OPEN-STEP(WS-IDX) = CHAINHIST-STEP THEN
                 MOVE WS-IDX TO WS-ODX
              END-IF
           END-PERFORM.
           EVALUATE CHAINHIST-STATUS
            WHEN 'FAILED'
              ADD 1 TO WS-STP-FAILED(WS-FOUND)
      * The clock runs from the first failure of the night.
              IF WS-ODX = 0 AND WS-OPEN-COUNT < 20 THEN
                 ADD 1 TO WS-OPEN-COUNT
                 MOVE CHAINHIST-STEP TO WS-OPEN-STEP(WS-OPEN-COUNT)
                 MOVE CHAINHIST-END TO WS-OPEN-END(WS-OPEN-COUNT)
                 MOVE 'N' TO WS-OPEN-CREDITED(WS-OPEN-COUNT)
                 MOVE 'Y' TO WS-OPEN-LIVE(WS-OPEN-COUNT)
              END-IF
            WHEN OTHER
              IF CHAINHIST-STATUS = 'OK' THEN
                 ADD 1 TO WS-STP-OK(WS-FOUND)
              ELSE
                 ADD 1 TO WS-STP-WARN(WS-FOUND)
              END-IF
              IF WS-ODX > 0 THEN
                 PERFORM 007-TIME-RECOVERY
                 MOVE 'N' TO WS-OPEN-LIVE(WS-ODX)
              END-IF
           END-EVALUATE.

      * Minutes from the end of the failed run of the step to the
      * end of the rerun that brought it home.
       007-TIME-RECOVERY.
           IF WS-OPEN-END(WS-ODX)(1:12) IS NOT NUMERIC OR
               CHAINHIST-END(1:12) IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MINUTES =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CHAINHIST-END(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-OPEN-END(WS-ODX)(1:8)))) * 1440
               + FUNCTION NUMVAL(CHAINHIST-END(9:2)) * 60
               + FUNCTION NUMVAL(CHAINHIST-END(11:2))
               - FUNCTION NUMVAL(WS-OPEN-END(WS-ODX)(9:2)) * 60
               - FUNCTION NUMVAL(WS-OPEN-END(WS-ODX)(11:2)).
           IF WS-MINUTES < 0 THEN
              MOVE 0 TO WS-MINUTES
           END-IF.
           ADD 1 TO WS-STP-RECOVERED(WS-FOUND).
           ADD WS-MINUTES TO WS-STP-RECOVER-MIN(WS-FOUND).

       008-WRITE-REPORT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CHAIN RUNS ' DELIMITED BY SIZE
               WS-RUN-COUNT DELIMITED BY SIZE
               ', OF THEM RESUMED NIGHTS ' DELIMITED BY SIZE
               WS-RESUME-RUNS DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           IF WS-STEP-COUNT = 0 THEN
              MOVE 'NO STEP RAN IN THE PERIOD' TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINES.
           PERFORM 009-WRITE-NEXT-STEP UNTIL WS-LINES = WS-STEP-COUNT.

      * The unprinted step with the most failures, ties going to the
      * one with more retries.
       009-WRITE-NEXT-STEP.
           MOVE 0 TO WS-PICK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STEP-COUNT
              IF WS-STP-PRINTED(WS-IDX) = 'N' THEN
                 IF WS-PICK = 0 THEN
                    MOVE WS-IDX TO WS-PICK
                 ELSE
                    IF WS-STP-FAILED(WS-IDX) > WS-STP-FAILED(WS-PICK)
                        OR (WS-STP-FAILED(WS-IDX) =
                            WS-STP-FAILED(WS-PICK) AND
                            WS-STP-RETRIES(WS-IDX) >
                            WS-STP-RETRIES(WS-PICK)) THEN
                       MOVE WS-IDX TO WS-PICK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           ADD 1 TO WS-LINES.
           MOVE 'Y' TO WS-STP-PRINTED(WS-PICK).
           MOVE WS-STP-NAME(WS-PICK) TO WS-DL-STEP.
           MOVE WS-STP-RUNS(WS-PICK) TO WS-DL-RUNS.
           COMPUTE WS-RATE ROUNDED =
               (WS-STP-OK(WS-PICK) + WS-STP-WARN(WS-PICK)) * 100
               / WS-STP-RUNS(WS-PICK).
           MOVE WS-RATE TO WS-DL-SUCCESS.
           COMPUTE WS-RATE ROUNDED =
               WS-STP-WARN(WS-PICK) * 100 / WS-STP-RUNS(WS-PICK).
           MOVE WS-RATE TO WS-DL-WARN.
           MOVE WS-STP-FAILED(WS-PICK) TO WS-DL-FAILED.
           MOVE WS-STP-RETRIES(WS-PICK) TO WS-DL-RETRIES.
           MOVE WS-STP-RESUMES(WS-PICK) TO WS-DL-RESUMES.
           MOVE WS-STP-RECOVERED(WS-PICK) TO WS-DL-RERUNS.
           IF WS-STP-RECOVERED(WS-PICK) > 0 THEN
              COMPUTE WS-MEAN ROUNDED =
                  WS-STP-RECOVER-MIN(WS-PICK)
                  / WS-STP-RECOVERED(WS-PICK)
           ELSE
              MOVE 0 TO WS-MEAN
           END-IF.
           MOVE WS-MEAN TO WS-DL-MEAN.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
