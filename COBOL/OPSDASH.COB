      * then the page lists the night's alerts, each chain step's
      * outcome, the latest run date's completion trailers with
      * their read/rejected counts and results, and any start record
      * that never got its trailer. Every incident still open in
      * INCIDENTS follows the alerts, whatever night it came from,
      * until INCMNT-01 closes it.
      *
      * Only new alerts grade the night. A repeat an operator has
      * acknowledged (ALERTACK) or one raised inside a planned
      * suppression window (ALERTSUPP) is counted beside the verdict
      * and folded into one line per program and subject, so a
      * known drift does not keep a clean night at WARNINGS.
      *
      * A processing day can run more than one chain cycle; the page
      * covers one of them. By default that is the cycle in progress
      * (or last run); a one-digit OPSDASHCTL record asks for
      * another, so the night run can still be reviewed after the
      * afternoon cycle has started.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ALERTFILE ASSIGN TO WS-ALERT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.
           SELECT CTLFILE ASSIGN TO "OPSDASHCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT HISTFILE ASSIGN TO WS-OPSHIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPSHIST-DATE
           FILE STATUS IS HIST-STATUS.
           SELECT INCFILE ASSIGN TO WS-INCIDENTS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INC-NUMBER
           FILE STATUS IS INC-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
           05 OPSALERT-MESSAGE PIC X(80).
           05 FILLER PIC X.
           05 OPSALERT-STAMP PIC X(14).
           05 FILLER PIC X.
           05 OPSALERT-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 OPSALERT-CYCLE PIC X.
           05 FILLER PIC X.
           05 OPSALERT-DISPOSITION PIC X.
           05 FILLER PIC X.
           05 OPSALERT-TEAM PIC X(8).
           05 FILLER PIC X.
           05 OPSALERT-PERSON PIC X(8).

         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-CYCLE PIC X.
           05 FILLER PIC X(79).

      * One scorecard per dashboard run, keyed on run date: the
      * verdict and the night's headline numbers, so week-over-week
           05 OPSHIST-WARNING-COUNT PIC 9(2).
           05 OPSHIST-EXC-TOTAL PIC 9(6).

         FD INCFILE.
         COPY INCREC.

       WORKING-STORAGE SECTION.
         01 RUNLOG-STATUS PIC X(2) VALUE SPACES.
         01 JOBLOG-STATUS PIC X(2) VALUE SPACES.
         01 WS-OPSHIST-DSN PIC X(64) VALUE 'OPSHIST'.
         01 WS-ALERT-DSN PIC X(64) VALUE 'OPSALERT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 WS-DASH-CYCLE PIC 9 VALUE 1.
         01 WS-REC-CYCLE PIC X VALUE SPACES.
         01 ALERT-STATUS PIC X(2) VALUE SPACES.
         01 ALERT-EOF PIC 9 VALUE 0.
         01 WS-ALERT-LINES.
           05 WS-ALERT-LINE PIC X(160) OCCURS 100 TIMES.
         01 WS-ALERT-COUNT PIC 9(3) VALUE 0.
         01 WS-NEW-COUNT PIC 9(4) VALUE 0.
         01 WS-ACKED-COUNT PIC 9(4) VALUE 0.
         01 WS-SUPPRESSED-COUNT PIC 9(4) VALUE 0.
      * Acknowledged and suppressed alerts, one entry per
      * disposition, program and subject.
         01 WS-FOLD-TABLE.
           05 WS-FOLD OCCURS 50 TIMES.
             10 WS-FOLD-DISPOSITION PIC X.
             10 WS-FOLD-PROGRAM PIC X(14).
             10 WS-FOLD-SUBJECT PIC X(44).
             10 WS-FOLD-TIMES PIC 9(4).
         01 WS-FOLD-COUNT PIC 9(2) VALUE 0.
         01 WS-FOLD-IDX PIC 9(2) VALUE 0.
         01 RUNLOG-EOF PIC 9 VALUE 0.
         01 JOBLOG-EOF PIC 9 VALUE 0.
         01 WS-SCAN-COUNT PIC 9(2) VALUE 0.
         01 WS-STEP-LINES PIC 9(2) VALUE 0.
         01 WS-IDX PIC 9(4) VALUE 0.
         01 WS-LATEST-DATE PIC X(8) VALUE SPACES.
         01 WS-ALERT-DATE PIC X(8) VALUE SPACES.
         01 WS-CHAIN-LINES.
           05 WS-CHAIN-LINE PIC X(80) OCCURS 60 TIMES.
         01 WS-CHAIN-COUNT PIC 9(2) VALUE 0.
         01 WS-CHAIN-ELAPSED PIC 9(6) VALUE 0.
         01 WS-CHAIN-STEPS PIC 9(2) VALUE 0.
         01 WS-EXC-TOTAL PIC 9(6) VALUE 0.
         01 WS-INCIDENTS-DSN PIC X(64) VALUE 'INCIDENTS'.
         01 INC-STATUS-CODE PIC X(2) VALUE SPACES.
         01 INC-EOF PIC 9 VALUE 0.
         01 WS-INCIDENT-LINES.
           05 WS-INCIDENT-LINE PIC X(160) OCCURS 50 TIMES.
         01 WS-INCIDENT-COUNT PIC 9(2) VALUE 0.
         01 WS-INCIDENT-MORE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 020-SELECT-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-DASH-CYCLE TO PROCDATE-CYCLE.
           MOVE 'JOBCTL-LOG' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNLOG-DSN.
           MOVE 'JOBLOG' TO ENVQ-DSNAME.
           MOVE 'EXCDIGEST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DIGEST-DSN.
           MOVE 'OPSHIST' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-OPSHIST-DSN.
           MOVE 'OPSALERT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ALERT-DSN.
           MOVE 'INCIDENTS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INCIDENTS-DSN.
           PERFORM 002-LOAD-CHAIN-LOG.
           PERFORM 004-LOAD-JOBLOG.
           PERFORM 018-LOAD-ALERTS.
           PERFORM 022-LOAD-INCIDENTS.
           PERFORM 006-WRITE-REPORT.
           PERFORM 014-LOAD-EXCEPTION-TOTAL.
           PERFORM 015-WRITE-SCORECARD.

      * A completion trailer reads '<program> <stamp> READ:...'; a
      * start record reads '<program> START <stamp>'. Both carry the
      * wall-clock date in their timestamp and the business night in
      * columns 93-100; the latest-date filter works from the night,
      * falling back to the stamp on a record without one, so a
      * chain that ran past midnight is still one night. A trailer
      * also settles the oldest open start record for its program,
      * so dead runs can be flagged.
       005-READ-JOBLOG-RECORD.
           READ JOBLOGFILE
               AT END MOVE 1 TO JOBLOG-EOF
           END-READ.

       011-CLASSIFY-JOBLOG-RECORD.
      * Column 91 carries the chain cycle; a record written before
      * cycles existed (blank) is the night run's.
           MOVE JOBLOG-RECORD(91:1) TO WS-REC-CYCLE.
           PERFORM 021-CHECK-RECORD-CYCLE.
           IF WS-REC-CYCLE NOT = WS-DASH-CYCLE THEN
              EXIT PARAGRAPH
           END-IF.
      * JOBLOG only ever grows, so when the table fills the OLDEST
      * line is dropped -- last night's records are the ones the
      * dashboard is for.
              MOVE 'S' TO WS-JL-KIND(WS-JOBLOG-COUNT)
              MOVE JOBLOG-RECORD(22:8)
                  TO WS-JL-DATE(WS-JOBLOG-COUNT)
              IF JOBLOG-RECORD(93:8) IS NUMERIC THEN
                 MOVE JOBLOG-RECORD(93:8)
                     TO WS-JL-DATE(WS-JOBLOG-COUNT)
              END-IF
           ELSE
              MOVE 'T' TO WS-JL-KIND(WS-JOBLOG-COUNT)
              MOVE JOBLOG-RECORD(16:8)
                  TO WS-JL-DATE(WS-JOBLOG-COUNT)
              IF JOBLOG-RECORD(93:8) IS NUMERIC THEN
                 MOVE JOBLOG-RECORD(93:8)
                     TO WS-JL-DATE(WS-JOBLOG-COUNT)
              END-IF
              IF WS-JL-DATE(WS-JOBLOG-COUNT) > WS-LATEST-DATE THEN
                 MOVE WS-JL-DATE(WS-JOBLOG-COUNT) TO WS-LATEST-DATE
              END-IF
           END-EVALUATE.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ALERTS: NEW ' DELIMITED BY SIZE
               WS-NEW-COUNT DELIMITED BY SIZE
               '  ACKNOWLEDGED ' DELIMITED BY SIZE
               WS-ACKED-COUNT DELIMITED BY SIZE
               '  SUPPRESSED ' DELIMITED BY SIZE
               WS-SUPPRESSED-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CHAIN CYCLE: ' DELIMITED BY SIZE
               WS-DASH-CYCLE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           MOVE '--- ALERTS (OPSALERT, LATEST NIGHT) ---'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-ALERT-COUNT = 0 THEN
              MOVE 'NO NEW ALERTS ON FILE FOR THE NIGHT'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
              WRITE REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           MOVE '--- ACKNOWLEDGED / SUPPRESSED ALERTS (FOLDED) ---'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-FOLD-COUNT = 0 THEN
              MOVE 'NONE' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FOLD-COUNT
              MOVE SPACES TO REPORT-RECORD
              IF WS-FOLD-DISPOSITION(WS-IDX) = 'A' THEN
                 MOVE 'ACKNOWLEDGED' TO REPORT-RECORD(1:12)
              ELSE
                 MOVE 'SUPPRESSED' TO REPORT-RECORD(1:12)
              END-IF
              MOVE WS-FOLD-TIMES(WS-IDX) TO REPORT-RECORD(14:4)
              MOVE 'TIME(S)' TO REPORT-RECORD(19:7)
              MOVE WS-FOLD-PROGRAM(WS-IDX) TO REPORT-RECORD(27:14)
              MOVE WS-FOLD-SUBJECT(WS-IDX) TO REPORT-RECORD(42:44)
              WRITE REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           MOVE '--- OPEN INCIDENTS (INCIDENTS) ---' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-INCIDENT-COUNT = 0 THEN
              MOVE 'NO OPEN INCIDENTS' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-INCIDENT-COUNT
              MOVE WS-INCIDENT-LINE(WS-IDX) TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-PERFORM.
           IF WS-INCIDENT-MORE > 0 THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'AND ' DELIMITED BY SIZE
                  WS-INCIDENT-MORE DELIMITED BY SIZE
                  ' MORE OPEN INCIDENT(S) IN INCIDENTS'
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           MOVE '--- CHAIN STEPS (JOBCTL-LOG) ---' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           READ ALERTFILE
               AT END MOVE 1 TO ALERT-EOF
               NOT AT END
                  MOVE OPSALERT-CYCLE TO WS-REC-CYCLE
                  PERFORM 021-CHECK-RECORD-CYCLE
                  IF WS-REC-CYCLE NOT = WS-DASH-CYCLE THEN
                     EXIT PARAGRAPH
                  END-IF
                  IF OPSALERT-RUN-DATE IS NUMERIC THEN
                     MOVE OPSALERT-RUN-DATE TO WS-ALERT-DATE
                  ELSE
                     MOVE OPSALERT-STAMP(1:8) TO WS-ALERT-DATE
                  END-IF
                  IF WS-LATEST-DATE = SPACES OR
                      WS-ALERT-DATE >= WS-LATEST-DATE THEN
                     IF OPSALERT-DISPOSITION = 'A' OR
                         OPSALERT-DISPOSITION = 'S' THEN
                        PERFORM 025-FOLD-ALERT
                        EXIT PARAGRAPH
                     END-IF
                     ADD 1 TO WS-NEW-COUNT
                     IF OPSALERT-SEVERITY = 'F' THEN
                        ADD 1 TO WS-FAILED-COUNT
                     ELSE
                     END-IF
                     IF WS-ALERT-COUNT < 100 THEN
                        ADD 1 TO WS-ALERT-COUNT
                        MOVE OPSALERT-RECORD(1:159)
                            TO WS-ALERT-LINE(WS-ALERT-COUNT)
                     END-IF
                  END-IF
           END-READ.

      * The cycle the chain is on (or last ran) unless OPSDASHCTL
      * names another; a missing control file (status other than
      * "00") or anything but a digit 1-9 keeps the default.
       020-SELECT-CYCLE.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           IF PROCDATE-CYCLE IS NUMERIC AND PROCDATE-CYCLE > 0 THEN
              MOVE PROCDATE-CYCLE TO WS-DASH-CYCLE
           END-IF.
           OPEN INPUT CTLFILE.
           IF CTL-STATUS = "00" THEN
              READ CTLFILE
                 AT END CONTINUE
                 NOT AT END
                    IF CTL-CYCLE IS NUMERIC AND CTL-CYCLE NOT = '0' THEN
                       MOVE CTL-CYCLE TO WS-DASH-CYCLE
                    END-IF
              END-READ
              CLOSE CTLFILE
           ELSE
              CLOSE CTLFILE
           END-IF.

       021-CHECK-RECORD-CYCLE.
           IF WS-REC-CYCLE = SPACE THEN
              MOVE '1' TO WS-REC-CYCLE
           END-IF.

      * Open incidents from any night stay on the page until they
      * are closed; a missing register (status other than "00")
      * lists none. Key 000000 is the register's numbering record.
       022-LOAD-INCIDENTS.
           OPEN INPUT INCFILE.
           IF INC-STATUS-CODE NOT = "00" THEN
              CLOSE INCFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO INC-EOF.
           PERFORM 023-READ-INCIDENT UNTIL INC-EOF = 1.
           CLOSE INCFILE.

       023-READ-INCIDENT.
           READ INCFILE NEXT
               AT END MOVE 1 TO INC-EOF
               NOT AT END
                  IF INC-NUMBER NOT = 0 AND INC-OPEN THEN
                     IF WS-INCIDENT-COUNT < 50 THEN
                        ADD 1 TO WS-INCIDENT-COUNT
                        PERFORM 024-FORMAT-INCIDENT
                     ELSE
                        ADD 1 TO WS-INCIDENT-MORE
                     END-IF
                  END-IF
           END-READ.

       024-FORMAT-INCIDENT.
           MOVE SPACES TO WS-INCIDENT-LINE(WS-INCIDENT-COUNT).
           STRING 'INCIDENT ' DELIMITED BY SIZE
               INC-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INC-KIND DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INC-RUN-DATE DELIMITED BY SIZE
               ' CYCLE ' DELIMITED BY SIZE
               INC-CYCLE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INC-STEP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               INC-PROGRAM DELIMITED BY SIZE
               ' RC=' DELIMITED BY SIZE
               INC-RC DELIMITED BY SIZE
               ' OWNER ' DELIMITED BY SIZE
               INC-OWNER DELIMITED BY SIZE
               ' CATEGORY ' DELIMITED BY SIZE
               INC-CATEGORY DELIMITED BY SIZE
               INTO WS-INCIDENT-LINE(WS-INCIDENT-COUNT).

       025-FOLD-ALERT.
           IF OPSALERT-DISPOSITION = 'A' THEN
              ADD 1 TO WS-ACKED-COUNT
           ELSE
              ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF.
           MOVE 0 TO WS-FOLD-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FOLD-COUNT
              IF WS-FOLD-DISPOSITION(WS-IDX) = OPSALERT-DISPOSITION
                  AND WS-FOLD-PROGRAM(WS-IDX) = OPSALERT-PROGRAM
                  AND WS-FOLD-SUBJECT(WS-IDX) = OPSALERT-SUBJECT THEN
                 MOVE WS-IDX TO WS-FOLD-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOLD-IDX = 0 THEN
              IF WS-FOLD-COUNT >= 50 THEN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-FOLD-COUNT
              MOVE WS-FOLD-COUNT TO WS-FOLD-IDX
              MOVE OPSALERT-DISPOSITION
                  TO WS-FOLD-DISPOSITION(WS-FOLD-IDX)
              MOVE OPSALERT-PROGRAM TO WS-FOLD-PROGRAM(WS-FOLD-IDX)
              MOVE OPSALERT-SUBJECT TO WS-FOLD-SUBJECT(WS-FOLD-IDX)
              MOVE 0 TO WS-FOLD-TIMES(WS-FOLD-IDX)
           END-IF.
           ADD 1 TO WS-FOLD-TIMES(WS-FOLD-IDX).
