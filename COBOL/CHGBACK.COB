       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Monthly resource chargeback: charges the month's batch work
      * back to the departments that own it. Every step execution
      * JOBCTL-01 logged in STEPUSE is priced on the owning
      * department's rate card:
      *   runs     - the first execution of a step on a run date and
      *              cycle, at the card's rate per elapsed second
      *   records  - the records the program read (its JOBLOG
      *              trailers), at the card's rate per thousand
      *   reruns   - any later execution of the same step on the
      *              same run date and cycle, at the rerun rate per
      *              elapsed second
      *   retries  - attempts beyond the first within an execution,
      *              at the card's flat fee per retry
      * The feed volume RUNCAT filed for each program's inputs is
      * shown alongside for reference. The statement closes with a
      * control total: the charged elapsed time must reconcile to
      * the chain's own timing history in STEPSTATS once the
      * executions a rerun superseded are taken out.
      *
      * CHGOWNER maps a step or a program to its department:
      *   columns  1-24  step name or program (the step name wins)
      *   columns 26-33  department
      *   columns 35-42  rate card
      * A step nobody owns is charged to UNOWNED on the STANDARD
      * card. CHGRATE holds the rate cards:
      *   columns  1-8   rate card
      *   columns 10-17  per elapsed second     9999V9999
      *   columns 19-26  per thousand records   9999V9999
      *   columns 28-35  per rerun second       9999V9999
      *   columns 37-44  per retry              999999V99
      * The month is the processing date's unless a CHGBACKCTL
      * record names another (YYYYMM in columns 1-6).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "CHGBACKCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT OWNERFILE ASSIGN TO WS-OWNER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OWNER-STATUS.
           SELECT RATEFILE ASSIGN TO WS-RATE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-STATUS.
           SELECT USEFILE ASSIGN TO WS-STEPUSE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS USE-STATUS.
           SELECT JOBLOGFILE ASSIGN TO WS-JOBLOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBLOG-STATUS.
           SELECT CATFILE ASSIGN TO WS-RUNCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT STEPSTATSFILE ASSIGN TO WS-STEPSTATS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STEPSTATS-KEY
           FILE STATUS IS STEPSTATS-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-MONTH PIC X(6).
           05 FILLER PIC X(74).

         FD OWNERFILE.
         01 OWNER-RECORD.
           05 OWNER-NAME PIC X(24).
           05 FILLER PIC X.
           05 OWNER-DEPT PIC X(8).
           05 FILLER PIC X.
           05 OWNER-CARD PIC X(8).
           05 FILLER PIC X(38).

         FD RATEFILE.
         01 RATE-RECORD.
           05 RATE-CARD PIC X(8).
           05 FILLER PIC X.
           05 RATE-SECOND PIC 9(4)V9(4).
           05 FILLER PIC X.
           05 RATE-THOUSAND PIC 9(4)V9(4).
           05 FILLER PIC X.
           05 RATE-RERUN PIC 9(4)V9(4).
           05 FILLER PIC X.
           05 RATE-RETRY PIC 9(6)V99.
           05 FILLER PIC X(36).

      * The layout JOBCTL-01 writes.
         FD USEFILE.
         01 USE-RECORD.
           05 USE-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 USE-CYCLE PIC 9.
           05 FILLER PIC X.
           05 USE-STEP PIC X(24).
           05 FILLER PIC X.
           05 USE-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 USE-ELAPSED PIC 9(6).
           05 FILLER PIC X.
           05 USE-ATTEMPTS PIC 9(2).
           05 FILLER PIC X.
           05 USE-RC PIC 9(4).
           05 FILLER PIC X.
           05 USE-STAMP PIC X(14).

         FD JOBLOGFILE.
         01 JOBLOG-RECORD PIC X(100).

         FD CATFILE.
         01 CAT-RECORD PIC X(132).

      * The record layout must match what JOBCTL-01 writes.
         FD STEPSTATSFILE.
         01 STEPSTATS-RECORD.
           05 STEPSTATS-KEY.
             10 STEPSTATS-NAME PIC X(24).
             10 STEPSTATS-DATE PIC X(8).
           05 STEPSTATS-ELAPSED PIC 9(6).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 OWNER-STATUS PIC X(2) VALUE SPACES.
         01 RATE-STATUS PIC X(2) VALUE SPACES.
         01 USE-STATUS PIC X(2) VALUE SPACES.
         01 JOBLOG-STATUS PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 STEPSTATS-STATUS PIC X(2) VALUE SPACES.
         01 OWNER-EOF PIC 9 VALUE 0.
         01 RATE-EOF PIC 9 VALUE 0.
         01 USE-EOF PIC 9 VALUE 0.
         01 JOBLOG-EOF PIC 9 VALUE 0.
         01 CAT-EOF PIC 9 VALUE 0.
         01 STATS-EOF PIC 9 VALUE 0.
         01 WS-OWNER-DSN PIC X(64) VALUE 'CHGOWNER'.
         01 WS-RATE-DSN PIC X(64) VALUE 'CHGRATE'.
         01 WS-STEPUSE-DSN PIC X(64) VALUE 'STEPUSE'.
         01 WS-JOBLOG-DSN PIC X(64) VALUE 'JOBLOG'.
         01 WS-RUNCAT-DSN PIC X(64) VALUE 'RUNCAT'.
         01 WS-STEPSTATS-DSN PIC X(64) VALUE 'STEPSTATS'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'CHGBACK-REPORT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-MONTH PIC X(6) VALUE SPACES.
         01 WS-WARNINGS PIC 9(5) VALUE 0.
      * Who owns what.
         01 WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 200 TIMES.
             10 WS-OW-NAME PIC X(24).
             10 WS-OW-DEPT PIC X(8).
             10 WS-OW-CARD PIC X(8).
         01 WS-OWNER-COUNT PIC 9(3) VALUE 0.
      * The rate cards.
         01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
             10 WS-RT-CARD PIC X(8).
             10 WS-RT-SECOND PIC 9(4)V9(4).
             10 WS-RT-THOUSAND PIC 9(4)V9(4).
             10 WS-RT-RERUN PIC 9(4)V9(4).
             10 WS-RT-RETRY PIC 9(6)V99.
         01 WS-RATE-COUNT PIC 9(3) VALUE 0.
      * One row per step charged this month.
         01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 200 TIMES.
             10 WS-ST-NAME PIC X(24).
             10 WS-ST-PROGRAM PIC X(14).
             10 WS-ST-DEPT PIC X(8).
             10 WS-ST-CARD PIC X(8).
             10 WS-ST-RUNS PIC 9(5).
             10 WS-ST-ELAPSED PIC 9(9).
             10 WS-ST-RERUNS PIC 9(5).
             10 WS-ST-RERUN-ELAPSED PIC 9(9).
             10 WS-ST-RETRIES PIC 9(5).
             10 WS-ST-RECORDS PIC 9(11).
             10 WS-ST-FEED PIC 9(11).
             10 WS-ST-COST PIC 9(9)V99.
         01 WS-STEP-COUNT PIC 9(3) VALUE 0.
      * Every execution key of the month, with the elapsed time of
      * its latest execution: the one STEPSTATS kept.
         01 WS-EXEC-TABLE.
           05 WS-EXEC-ENTRY OCCURS 3000 TIMES.
             10 WS-EX-RUN-DATE PIC X(8).
             10 WS-EX-CYCLE PIC 9.
             10 WS-EX-STEP PIC X(24).
             10 WS-EX-LAST PIC 9(6).
         01 WS-EXEC-COUNT PIC 9(4) VALUE 0.
         01 WS-EXEC-FOUND PIC 9(4) VALUE 0.
         01 WS-CYCLE-TABLE.
           05 WS-CYCLE-SEEN PIC X OCCURS 9 TIMES.
         01 WS-CYCLE PIC 9(2) VALUE 0.
      * One row per department on the statement.
         01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
             10 WS-DP-NAME PIC X(8).
         01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
         01 WS-DIDX PIC 9(3) VALUE 0.
         01 WS-IDX PIC 9(4) VALUE 0.
         01 WS-FOUND PIC 9(3) VALUE 0.
         01 WS-CARD-IDX PIC 9(3) VALUE 0.
         01 WS-RETRIES PIC 9(2) VALUE 0.
         01 WS-JL-DATE PIC X(8) VALUE SPACES.
         01 WS-JL-READ PIC X(8) VALUE SPACES.
         01 WS-JL-READ-NUM REDEFINES WS-JL-READ PIC 9(8).
         01 WS-CAT-DSN PIC X(44) VALUE SPACES.
         01 WS-CAT-DATE PIC X(8) VALUE SPACES.
         01 WS-CAT-WORD PIC X(12) VALUE SPACES.
         01 WS-CAT-COUNT PIC X(8) VALUE SPACES.
         01 WS-CAT-COUNT-NUM REDEFINES WS-CAT-COUNT PIC 9(8).
         01 WS-CAT-BY PIC X(12) VALUE SPACES.
         01 WS-CAT-PROGRAM PIC X(14) VALUE SPACES.
         01 WS-TOTALS.
           05 WS-TOT-RUNS PIC 9(7) VALUE 0.
           05 WS-TOT-ELAPSED PIC 9(9) VALUE 0.
           05 WS-TOT-RERUNS PIC 9(7) VALUE 0.
           05 WS-TOT-RERUN-ELAPSED PIC 9(9) VALUE 0.
           05 WS-TOT-RETRIES PIC 9(7) VALUE 0.
           05 WS-TOT-RECORDS PIC 9(11) VALUE 0.
           05 WS-TOT-FEED PIC 9(11) VALUE 0.
           05 WS-TOT-COST PIC 9(9)V99 VALUE 0.
         01 WS-DEPT-TOTALS.
           05 WS-DT-RUNS PIC 9(7) VALUE 0.
           05 WS-DT-ELAPSED PIC 9(9) VALUE 0.
           05 WS-DT-RERUNS PIC 9(7) VALUE 0.
           05 WS-DT-RERUN-ELAPSED PIC 9(9) VALUE 0.
           05 WS-DT-RETRIES PIC 9(7) VALUE 0.
           05 WS-DT-RECORDS PIC 9(11) VALUE 0.
           05 WS-DT-FEED PIC 9(11) VALUE 0.
           05 WS-DT-COST PIC 9(9)V99 VALUE 0.
      * The control total: every second STEPUSE logged for the
      * month, and what STEPSTATS holds for the same nights.
         01 WS-CONTROL-ELAPSED PIC 9(9) VALUE 0.
         01 WS-CHARGED-ELAPSED PIC 9(9) VALUE 0.
         01 WS-LAST-ELAPSED PIC 9(9) VALUE 0.
         01 WS-SUPERSEDED PIC 9(9) VALUE 0.
         01 WS-STATS-ELAPSED PIC 9(9) VALUE 0.
         01 WS-DIFFERENCE PIC S9(9) VALUE 0.
         01 WS-EDIT-SECONDS PIC Z(8)9.
         01 WS-EDIT-DIFF PIC -(8)9.
         01 WS-HEAD-LINE.
           05 FILLER PIC X(25) VALUE 'STEP'.
           05 FILLER PIC X(9) VALUE 'CARD'.
           05 FILLER PIC X(6) VALUE ' RUNS'.
           05 FILLER PIC X(10) VALUE '  ELAPSED'.
           05 FILLER PIC X(12) VALUE '    RECORDS'.
           05 FILLER PIC X(12) VALUE '  FEED RECS'.
           05 FILLER PIC X(6) VALUE 'RERUN'.
           05 FILLER PIC X(10) VALUE ' RR-ELAPS'.
           05 FILLER PIC X(6) VALUE 'RETRY'.
           05 FILLER PIC X(13) VALUE '         COST'.
         01 WS-DETAIL-LINE.
           05 WS-DL-NAME PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-CARD PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-RUNS PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-ELAPSED PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-RECORDS PIC Z(10)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-FEED PIC Z(10)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-RERUNS PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-RERUN-ELAPSED PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-RETRIES PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-COST PIC Z(8)9.99.

       PROCEDURE DIVISION.
       001-MAIN.
           PERFORM 020-RESOLVE-DSNAMES.
           PERFORM 002-SELECT-MONTH.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RESOURCE CHARGEBACK STATEMENT FOR ' DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               INTO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           OPEN INPUT USEFILE.
           IF USE-STATUS NOT = "00" THEN
              MOVE 'NO STEPUSE ON FILE - NO BATCH WORK TO CHARGE'
                  TO REPORT-RECORD
              PERFORM 019-WRITE-REPORT-LINE
              CLOSE USEFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 003-LOAD-OWNERS.
           PERFORM 004-LOAD-RATES.
           MOVE SPACES TO WS-CYCLE-TABLE.
           MOVE 0 TO USE-EOF.
           PERFORM 005-READ-USAGE UNTIL USE-EOF = 1.
           CLOSE USEFILE.
           PERFORM 008-ADD-RECORDS-READ.
           PERFORM VARYING WS-CYCLE FROM 1 BY 1 UNTIL WS-CYCLE > 9
              IF WS-CYCLE-SEEN(WS-CYCLE) = 'Y' THEN
                 PERFORM 010-ADD-FEED-VOLUMES
                 PERFORM 012-ADD-CHAIN-ELAPSED
              END-IF
           END-PERFORM.
           PERFORM 014-PRICE-STEPS.
           PERFORM 015-WRITE-STATEMENT.
           PERFORM 018-WRITE-RECONCILIATION.
           CLOSE REPORTFILE.
           IF WS-WARNINGS > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A missing control file (status other than "00") or a month
      * that is not YYYYMM means the processing date's month.
       002-SELECT-MONTH.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE(1:6) TO WS-MONTH.
           OPEN INPUT CTLFILE.
           IF CTL-STATUS = "00" THEN
              READ CTLFILE
                 AT END CONTINUE
                 NOT AT END
                    IF CTL-MONTH IS NUMERIC THEN
                       MOVE CTL-MONTH TO WS-MONTH
                    END-IF
              END-READ
              CLOSE CTLFILE
           ELSE
              CLOSE CTLFILE
           END-IF.

      * With no ownership table every step is UNOWNED.
       003-LOAD-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT.
           OPEN INPUT OWNERFILE.
           IF OWNER-STATUS NOT = "00" THEN
              DISPLAY 'CHGBACK-01: NO CHGOWNER ON FILE - ALL WORK '
                  'IS CHARGED TO UNOWNED'
              CLOSE OWNERFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO OWNER-EOF.
           PERFORM 021-READ-OWNER UNTIL OWNER-EOF = 1.
           CLOSE OWNERFILE.

       021-READ-OWNER.
           READ OWNERFILE
               AT END MOVE 1 TO OWNER-EOF
               NOT AT END
                  IF OWNER-NAME NOT = SPACES AND
                      OWNER-RECORD(1:1) NOT = '*' THEN
                     IF WS-OWNER-COUNT < 200 THEN
                        ADD 1 TO WS-OWNER-COUNT
                        MOVE OWNER-NAME TO WS-OW-NAME(WS-OWNER-COUNT)
                        MOVE OWNER-DEPT TO WS-OW-DEPT(WS-OWNER-COUNT)
                        MOVE OWNER-CARD TO WS-OW-CARD(WS-OWNER-COUNT)
                     ELSE
                        DISPLAY 'CHGBACK-01: CHGOWNER LONGER THAN '
                            '200 ENTRIES - ' OWNER-NAME ' IGNORED'
                     END-IF
                  END-IF
           END-READ.

      * A rate that is not numeric is a zero rate.
       004-LOAD-RATES.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT RATEFILE.
           IF RATE-STATUS NOT = "00" THEN
              DISPLAY 'CHGBACK-01: NO CHGRATE ON FILE - NO WORK '
                  'CAN BE PRICED'
              ADD 1 TO WS-WARNINGS
              CLOSE RATEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RATE-EOF.
           PERFORM 022-READ-RATE UNTIL RATE-EOF = 1.
           CLOSE RATEFILE.

       022-READ-RATE.
           READ RATEFILE
               AT END MOVE 1 TO RATE-EOF
               NOT AT END
                  IF RATE-CARD NOT = SPACES AND
                      RATE-RECORD(1:1) NOT = '*' AND
                      WS-RATE-COUNT < 50 THEN
                     ADD 1 TO WS-RATE-COUNT
                     MOVE RATE-CARD TO WS-RT-CARD(WS-RATE-COUNT)
                     MOVE 0 TO WS-RT-SECOND(WS-RATE-COUNT)
                         WS-RT-THOUSAND(WS-RATE-COUNT)
                         WS-RT-RERUN(WS-RATE-COUNT)
                         WS-RT-RETRY(WS-RATE-COUNT)
                     IF RATE-SECOND IS NUMERIC THEN
                        MOVE RATE-SECOND TO WS-RT-SECOND(WS-RATE-COUNT)
                     END-IF
                     IF RATE-THOUSAND IS NUMERIC THEN
                        MOVE RATE-THOUSAND
                            TO WS-RT-THOUSAND(WS-RATE-COUNT)
                     END-IF
                     IF RATE-RERUN IS NUMERIC THEN
                        MOVE RATE-RERUN TO WS-RT-RERUN(WS-RATE-COUNT)
                     END-IF
                     IF RATE-RETRY IS NUMERIC THEN
                        MOVE RATE-RETRY TO WS-RT-RETRY(WS-RATE-COUNT)
                     END-IF
                  END-IF
           END-READ.

       005-READ-USAGE.
           READ USEFILE
               AT END MOVE 1 TO USE-EOF
               NOT AT END
                  IF USE-RUN-DATE(1:6) = WS-MONTH AND
                      USE-ELAPSED IS NUMERIC THEN
                     PERFORM 006-CHARGE-EXECUTION
                  END-IF
           END-READ.

      * The first execution of a step on a run date and cycle is its
      * run; any later one is a rerun of it.
       006-CHARGE-EXECUTION.
           ADD USE-ELAPSED TO WS-CONTROL-ELAPSED.
           IF USE-CYCLE IS NUMERIC AND USE-CYCLE NOT = 0 THEN
              MOVE 'Y' TO WS-CYCLE-SEEN(USE-CYCLE)
           ELSE
              MOVE 1 TO USE-CYCLE
              MOVE 'Y' TO WS-CYCLE-SEEN(1)
           END-IF.
           PERFORM 007-FIND-STEP.
           IF WS-FOUND = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EXEC-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EXEC-COUNT
              IF WS-EX-RUN-DATE(WS-IDX) = USE-RUN-DATE AND
                  WS-EX-CYCLE(WS-IDX) = USE-CYCLE AND
                  WS-EX-STEP(WS-IDX) = USE-STEP THEN
                 MOVE WS-IDX TO WS-EXEC-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-EXEC-FOUND = 0 THEN
              ADD 1 TO WS-ST-RUNS(WS-FOUND)
              ADD USE-ELAPSED TO WS-ST-ELAPSED(WS-FOUND)
              IF WS-EXEC-COUNT < 3000 THEN
                 ADD 1 TO WS-EXEC-COUNT
                 MOVE USE-RUN-DATE TO WS-EX-RUN-DATE(WS-EXEC-COUNT)
                 MOVE USE-CYCLE TO WS-EX-CYCLE(WS-EXEC-COUNT)
                 MOVE USE-STEP TO WS-EX-STEP(WS-EXEC-COUNT)
                 MOVE USE-ELAPSED TO WS-EX-LAST(WS-EXEC-COUNT)
              ELSE
                 DISPLAY 'CHGBACK-01: MORE THAN 3000 EXECUTIONS '
                     'IN THE MONTH - RERUNS OF ' USE-STEP
                     ' NOT TELLABLE'
                 ADD 1 TO WS-WARNINGS
              END-IF
           ELSE
              ADD 1 TO WS-ST-RERUNS(WS-FOUND)
              ADD USE-ELAPSED TO WS-ST-RERUN-ELAPSED(WS-FOUND)
              MOVE USE-ELAPSED TO WS-EX-LAST(WS-EXEC-FOUND)
           END-IF.
           IF USE-ATTEMPTS IS NUMERIC AND USE-ATTEMPTS > 1 THEN
              COMPUTE WS-RETRIES = USE-ATTEMPTS - 1
              ADD WS-RETRIES TO WS-ST-RETRIES(WS-FOUND)
           END-IF.

      * A step is charged to the owner of its name or, failing that,
      * of its program.
       007-FIND-STEP.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STEP-COUNT
              IF WS-ST-NAME(WS-IDX) = USE-STEP THEN
                 MOVE WS-IDX TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND > 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-COUNT >= 200 THEN
              DISPLAY 'CHGBACK-01: MORE THAN 200 STEPS IN THE MONTH '
                  '- ' USE-STEP ' NOT CHARGED'
              ADD 1 TO WS-WARNINGS
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-FOUND.
           INITIALIZE WS-STEP-ENTRY(WS-FOUND).
           MOVE USE-STEP TO WS-ST-NAME(WS-FOUND).
           MOVE USE-PROGRAM TO WS-ST-PROGRAM(WS-FOUND).
           MOVE 'UNOWNED' TO WS-ST-DEPT(WS-FOUND).
           MOVE 'STANDARD' TO WS-ST-CARD(WS-FOUND).
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OWNER-COUNT
              IF WS-OW-NAME(WS-IDX) = USE-STEP THEN
                 MOVE WS-OW-DEPT(WS-IDX) TO WS-ST-DEPT(WS-FOUND)
                 MOVE WS-OW-CARD(WS-IDX) TO WS-ST-CARD(WS-FOUND)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OWNER-COUNT
              IF WS-OW-NAME(WS-IDX) = USE-PROGRAM THEN
                 MOVE WS-OW-DEPT(WS-IDX) TO WS-ST-DEPT(WS-FOUND)
                 MOVE WS-OW-CARD(WS-IDX) TO WS-ST-CARD(WS-FOUND)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * JOBLOG trailers: program in columns 1-14, READ: count in
      * 36-43, the run date in 93-100 (the stamp's date in 16-23 on
      * a trailer written before run dates were carried). A program
      * run by more than one step is counted against the first.
       008-ADD-RECORDS-READ.
           OPEN INPUT JOBLOGFILE.
           IF JOBLOG-STATUS NOT = "00" THEN
              CLOSE JOBLOGFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO JOBLOG-EOF.
           PERFORM 009-READ-JOBLOG UNTIL JOBLOG-EOF = 1.
           CLOSE JOBLOGFILE.

       009-READ-JOBLOG.
           READ JOBLOGFILE
               AT END MOVE 1 TO JOBLOG-EOF
               NOT AT END
                  MOVE JOBLOG-RECORD(16:8) TO WS-JL-DATE
                  IF JOBLOG-RECORD(93:8) IS NUMERIC THEN
                     MOVE JOBLOG-RECORD(93:8) TO WS-JL-DATE
                  END-IF
                  MOVE JOBLOG-RECORD(36:8) TO WS-JL-READ
                  IF WS-JL-DATE(1:6) = WS-MONTH AND
                      JOBLOG-RECORD(30:6) = ' READ:' AND
                      WS-JL-READ IS NUMERIC THEN
                     PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > WS-STEP-COUNT
                        IF WS-ST-PROGRAM(WS-IDX) =
                            JOBLOG-RECORD(1:14) THEN
                           ADD WS-JL-READ-NUM TO WS-ST-RECORDS(WS-IDX)
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
                  END-IF
           END-READ.

      * Each cycle files its archives in its own RUNCAT.
       010-ADD-FEED-VOLUMES.
           MOVE WS-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RUNCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNCAT-DSN.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CAT-EOF.
           PERFORM 011-READ-RUNCAT UNTIL CAT-EOF = 1.
           CLOSE CATFILE.

       011-READ-RUNCAT.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  MOVE SPACES TO WS-CAT-DSN WS-CAT-DATE WS-CAT-WORD
                      WS-CAT-COUNT WS-CAT-BY WS-CAT-PROGRAM
                  UNSTRING CAT-RECORD DELIMITED BY ALL ' '
                      INTO WS-CAT-DSN WS-CAT-DATE WS-CAT-WORD
                           WS-CAT-COUNT WS-CAT-BY WS-CAT-PROGRAM
                  END-UNSTRING
                  IF WS-CAT-DATE(1:6) = WS-MONTH AND
                      WS-CAT-COUNT IS NUMERIC THEN
                     PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > WS-STEP-COUNT
                        IF WS-ST-PROGRAM(WS-IDX) = WS-CAT-PROGRAM
                            THEN
                           ADD WS-CAT-COUNT-NUM TO WS-ST-FEED(WS-IDX)
                           EXIT PERFORM
                        END-IF
                     END-PERFORM
                  END-IF
           END-READ.

      * The chain's own timing history for the month, cycle by
      * cycle. A cycle with no STEPSTATS (status other than "00")
      * adds nothing, and the reconciliation will say so.
       012-ADD-CHAIN-ELAPSED.
           MOVE WS-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'STEPSTATS' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STEPSTATS-DSN.
           OPEN INPUT STEPSTATSFILE.
           IF STEPSTATS-STATUS NOT = "00" THEN
              CLOSE STEPSTATSFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO STATS-EOF.
           PERFORM 013-READ-STEPSTATS UNTIL STATS-EOF = 1.
           CLOSE STEPSTATSFILE.

       013-READ-STEPSTATS.
           READ STEPSTATSFILE NEXT
               AT END MOVE 1 TO STATS-EOF
               NOT AT END
                  IF STEPSTATS-DATE(1:6) = WS-MONTH THEN
                     ADD STEPSTATS-ELAPSED TO WS-STATS-ELAPSED
                  END-IF
           END-READ.

      * A card that is not on file prices the step at nothing, and
      * the statement is flagged for it.
       014-PRICE-STEPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STEP-COUNT
              MOVE 0 TO WS-CARD-IDX
              PERFORM VARYING WS-FOUND FROM 1 BY 1
                  UNTIL WS-FOUND > WS-RATE-COUNT
                 IF WS-RT-CARD(WS-FOUND) = WS-ST-CARD(WS-IDX) THEN
                    MOVE WS-FOUND TO WS-CARD-IDX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-CARD-IDX = 0 THEN
                 DISPLAY 'CHGBACK-01: RATE CARD ' WS-ST-CARD(WS-IDX)
                     ' NOT IN CHGRATE - ' WS-ST-NAME(WS-IDX)
                     ' PRICED AT ZERO'
                 ADD 1 TO WS-WARNINGS
                 MOVE 0 TO WS-ST-COST(WS-IDX)
              ELSE
                 COMPUTE WS-ST-COST(WS-IDX) ROUNDED =
                     WS-ST-ELAPSED(WS-IDX) * WS-RT-SECOND(WS-CARD-IDX)
                     + WS-ST-RECORDS(WS-IDX)
                       * WS-RT-THOUSAND(WS-CARD-IDX) / 1000
                     + WS-ST-RERUN-ELAPSED(WS-IDX)
                       * WS-RT-RERUN(WS-CARD-IDX)
                     + WS-ST-RETRIES(WS-IDX)
                       * WS-RT-RETRY(WS-CARD-IDX)
              END-IF
           END-PERFORM.

      * One section per department, in the order the month first
      * charged them, each step on a line and a department total.
       015-WRITE-STATEMENT.
           MOVE 0 TO WS-DEPT-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STEP-COUNT
              MOVE 0 TO WS-FOUND
              PERFORM VARYING WS-DIDX FROM 1 BY 1
                  UNTIL WS-DIDX > WS-DEPT-COUNT
                 IF WS-DP-NAME(WS-DIDX) = WS-ST-DEPT(WS-IDX) THEN
                    MOVE WS-DIDX TO WS-FOUND
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-FOUND = 0 AND WS-DEPT-COUNT < 50 THEN
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-ST-DEPT(WS-IDX) TO WS-DP-NAME(WS-DEPT-COUNT)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-DIDX FROM 1 BY 1
               UNTIL WS-DIDX > WS-DEPT-COUNT
              PERFORM 016-WRITE-DEPARTMENT
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           MOVE 'ALL DEPARTMENTS' TO WS-DL-NAME.
           MOVE SPACES TO WS-DL-CARD.
           MOVE WS-TOT-RUNS TO WS-DL-RUNS.
           MOVE WS-TOT-ELAPSED TO WS-DL-ELAPSED.
           MOVE WS-TOT-RECORDS TO WS-DL-RECORDS.
           MOVE WS-TOT-FEED TO WS-DL-FEED.
           MOVE WS-TOT-RERUNS TO WS-DL-RERUNS.
           MOVE WS-TOT-RERUN-ELAPSED TO WS-DL-RERUN-ELAPSED.
           MOVE WS-TOT-RETRIES TO WS-DL-RETRIES.
           MOVE WS-TOT-COST TO WS-DL-COST.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.

       016-WRITE-DEPARTMENT.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
               WS-DP-NAME(WS-DIDX) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           INITIALIZE WS-DEPT-TOTALS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STEP-COUNT
              IF WS-ST-DEPT(WS-IDX) = WS-DP-NAME(WS-DIDX) THEN
                 PERFORM 017-WRITE-STEP-LINE
              END-IF
           END-PERFORM.
           MOVE 'DEPARTMENT TOTAL' TO WS-DL-NAME.
           MOVE SPACES TO WS-DL-CARD.
           MOVE WS-DT-RUNS TO WS-DL-RUNS.
           MOVE WS-DT-ELAPSED TO WS-DL-ELAPSED.
           MOVE WS-DT-RECORDS TO WS-DL-RECORDS.
           MOVE WS-DT-FEED TO WS-DL-FEED.
           MOVE WS-DT-RERUNS TO WS-DL-RERUNS.
           MOVE WS-DT-RERUN-ELAPSED TO WS-DL-RERUN-ELAPSED.
           MOVE WS-DT-RETRIES TO WS-DL-RETRIES.
           MOVE WS-DT-COST TO WS-DL-COST.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           ADD WS-DT-RUNS TO WS-TOT-RUNS.
           ADD WS-DT-ELAPSED TO WS-TOT-ELAPSED.
           ADD WS-DT-RECORDS TO WS-TOT-RECORDS.
           ADD WS-DT-FEED TO WS-TOT-FEED.
           ADD WS-DT-RERUNS TO WS-TOT-RERUNS.
           ADD WS-DT-RERUN-ELAPSED TO WS-TOT-RERUN-ELAPSED.
           ADD WS-DT-RETRIES TO WS-TOT-RETRIES.
           ADD WS-DT-COST TO WS-TOT-COST.

       017-WRITE-STEP-LINE.
           MOVE WS-ST-NAME(WS-IDX) TO WS-DL-NAME.
           MOVE WS-ST-CARD(WS-IDX) TO WS-DL-CARD.
           MOVE WS-ST-RUNS(WS-IDX) TO WS-DL-RUNS.
           MOVE WS-ST-ELAPSED(WS-IDX) TO WS-DL-ELAPSED.
           MOVE WS-ST-RECORDS(WS-IDX) TO WS-DL-RECORDS.
           MOVE WS-ST-FEED(WS-IDX) TO WS-DL-FEED.
           MOVE WS-ST-RERUNS(WS-IDX) TO WS-DL-RERUNS.
           MOVE WS-ST-RERUN-ELAPSED(WS-IDX) TO WS-DL-RERUN-ELAPSED.
           MOVE WS-ST-RETRIES(WS-IDX) TO WS-DL-RETRIES.
           MOVE WS-ST-COST(WS-IDX) TO WS-DL-COST.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           ADD WS-ST-RUNS(WS-IDX) TO WS-DT-RUNS.
           ADD WS-ST-ELAPSED(WS-IDX) TO WS-DT-ELAPSED.
           ADD WS-ST-RECORDS(WS-IDX) TO WS-DT-RECORDS.
           ADD WS-ST-FEED(WS-IDX) TO WS-DT-FEED.
           ADD WS-ST-RERUNS(WS-IDX) TO WS-DT-RERUNS.
           ADD WS-ST-RERUN-ELAPSED(WS-IDX) TO WS-DT-RERUN-ELAPSED.
           ADD WS-ST-RETRIES(WS-IDX) TO WS-DT-RETRIES.
           ADD WS-ST-COST(WS-IDX) TO WS-DT-COST.

      * Every second logged must be on the statement, and the
      * statement, less the executions a rerun superseded, must come
      * to what STEPSTATS holds for the month: STEPSTATS keeps only
      * a night's last timing of each step.
       018-WRITE-RECONCILIATION.
           COMPUTE WS-CHARGED-ELAPSED =
               WS-TOT-ELAPSED + WS-TOT-RERUN-ELAPSED.
           MOVE 0 TO WS-LAST-ELAPSED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EXEC-COUNT
              ADD WS-EX-LAST(WS-IDX) TO WS-LAST-ELAPSED
           END-PERFORM.
           IF WS-CHARGED-ELAPSED > WS-LAST-ELAPSED THEN
              COMPUTE WS-SUPERSEDED =
                  WS-CHARGED-ELAPSED - WS-LAST-ELAPSED
           ELSE
              MOVE 0 TO WS-SUPERSEDED
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTAL' TO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           MOVE WS-CONTROL-ELAPSED TO WS-EDIT-SECONDS.
           STRING '  ELAPSED SECONDS LOGGED IN STEPUSE    '
               DELIMITED BY SIZE
               WS-EDIT-SECONDS DELIMITED BY SIZE
               INTO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           MOVE WS-CHARGED-ELAPSED TO WS-EDIT-SECONDS.
           STRING '  ELAPSED SECONDS CHARGED              '
               DELIMITED BY SIZE
               WS-EDIT-SECONDS DELIMITED BY SIZE
               INTO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           MOVE WS-SUPERSEDED TO WS-EDIT-SECONDS.
           STRING '  LESS EXECUTIONS SUPERSEDED BY RERUNS '
               DELIMITED BY SIZE
               WS-EDIT-SECONDS DELIMITED BY SIZE
               INTO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           MOVE WS-STATS-ELAPSED TO WS-EDIT-SECONDS.
           STRING '  CHAIN ELAPSED PER STEPSTATS          '
               DELIMITED BY SIZE
               WS-EDIT-SECONDS DELIMITED BY SIZE
               INTO REPORT-RECORD.
           PERFORM 019-WRITE-REPORT-LINE.
           COMPUTE WS-DIFFERENCE =
               WS-CHARGED-ELAPSED - WS-SUPERSEDED - WS-STATS-ELAPSED.
           IF WS-CHARGED-ELAPSED NOT = WS-CONTROL-ELAPSED THEN
              COMPUTE WS-DIFFERENCE =
                  WS-CHARGED-ELAPSED - WS-CONTROL-ELAPSED
              MOVE WS-DIFFERENCE TO WS-EDIT-DIFF
              STRING '  OUT OF BALANCE - CHARGED DIFFERS FROM '
                  'LOGGED BY ' DELIMITED BY SIZE
                  WS-EDIT-DIFF DELIMITED BY SIZE
                  ' SEC' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              ADD 1 TO WS-WARNINGS
           ELSE
              IF WS-DIFFERENCE = 0 THEN
                 MOVE '  BALANCED' TO REPORT-RECORD
              ELSE
                 MOVE WS-DIFFERENCE TO WS-EDIT-DIFF
                 STRING '  OUT OF BALANCE WITH STEPSTATS BY '
                     DELIMITED BY SIZE
                     WS-EDIT-DIFF DELIMITED BY SIZE
                     ' SEC' DELIMITED BY SIZE
                     INTO REPORT-RECORD
                 ADD 1 TO WS-WARNINGS
              END-IF
           END-IF.
           PERFORM 019-WRITE-REPORT-LINE.

       019-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.

       020-RESOLVE-DSNAMES.
           MOVE 'CHGOWNER' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-OWNER-DSN.
           MOVE 'CHGRATE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RATE-DSN.
           MOVE 'STEPUSE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STEPUSE-DSN.
           MOVE 'JOBLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-JOBLOG-DSN.
           MOVE 'CHGBACK-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
