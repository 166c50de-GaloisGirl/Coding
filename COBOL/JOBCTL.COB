           SELECT PREFLTRPTFILE ASSIGN TO WS-PREFLTRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREFLTRPT-STATUS.
           SELECT OPTIONAL STEPUSEFILE ASSIGN TO WS-STEPUSE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPUSE-STATUS.
           SELECT REFUSEDFILE ASSIGN TO WS-REFUSED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFUSED-STATUS.
           SELECT CONTRACTFILE ASSIGN TO WS-CONTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTRACT-STATUS.
           SELECT OUTPUTFILE ASSIGN TO WS-OUTPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTPUT-STATUS.
           SELECT OPTIONAL OUTHISTFILE ASSIGN TO WS-OUTHIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTHIST-STATUS.
           SELECT CHAINHISTFILE ASSIGN TO WS-CHAINHIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHAINHIST-KEY
           FILE STATUS IS CHAINHIST-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
      * a declared no-run day. First matching record wins, so dated
      * entries go above day patterns; no match means the plain
      * JOBCTLSTEPS lineup, as always.
      * An entry may also name a chain cycle (column 35, blank = 1)
      * and the wall-clock window HHMM-HHMM (columns 37-40, 42-45)
      * a chain started in belongs to that cycle, e.g.
      *   MON      JOBCTLSTEPS.INTRADAY     2 1200 1800
      * above the day's plain entry gives Monday an afternoon cycle.
         FD RUNCALFILE.
         01 RUNCAL-RECORD.
           05 RUNCAL-MATCH PIC X(8).
           05 FILLER PIC X.
           05 RUNCAL-LINEUP PIC X(24).
           05 FILLER PIC X.
           05 RUNCAL-CYCLE PIC X.
           05 FILLER PIC X.
           05 RUNCAL-FROM PIC X(4).
           05 FILLER PIC X.
           05 RUNCAL-TO PIC X(4).
           05 FILLER PIC X(35).

      * One-night operator directives: HOLD keeps the named step (and
      * its dependents) out of tonight's chain, SKIP passes over just
         FD PREFLTRPTFILE.
         01 PREFLTRPT-RECORD PIC X(132).

      * One line per step execution, kept for every night and cycle:
      * STEPSTATS holds only a night's last timing of a step, and
      * the attempt trail goes with the run log, so resource
      * accounting (CHGBACK-01) works from this usage history. A
      * second line for the same run date, cycle and step is a
      * rerun; attempts above one are retries.
         FD STEPUSEFILE.
         01 STEPUSE-RECORD.
           05 STEPUSE-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 STEPUSE-CYCLE PIC 9.
           05 FILLER PIC X.
           05 STEPUSE-STEP PIC X(24).
           05 FILLER PIC X.
           05 STEPUSE-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 STEPUSE-ELAPSED PIC 9(6).
           05 FILLER PIC X.
           05 STEPUSE-ATTEMPTS PIC 9(2).
           05 FILLER PIC X.
           05 STEPUSE-RC PIC 9(4).
           05 FILLER PIC X.
           05 STEPUSE-STAMP PIC X(14).

      * The feeds FEEDVAL-01 refused on content tonight, one record
      * per consuming program: the feed, the program, and the feed's
      * bad records per hundred.
         FD REFUSEDFILE.
         01 REFUSED-RECORD.
           05 REFUSED-FEED PIC X(24).
           05 FILLER PIC X.
           05 REFUSED-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 REFUSED-PCT PIC 9(3).

      * Output contracts: a dataset a step must leave behind when it
      * returns, one record per step and dataset. The step name in
      * columns 1-24 as JOBCTLSTEPS names it; the dataset in 26-69;
      * Q in 71 when the name goes through the environment qualifier
      * (blank or L: as written, the way the AoC jobs assign their
      * files); the minimum record count in 73-80 (blank: 1, zero:
      * the dataset need only exist); C in 82 when the output must
      * differ from the copy the step left on an earlier night.
      * Blank lines and lines starting ** are notes.
         FD CONTRACTFILE.
         01 CONTRACT-RECORD.
           05 CONTRACT-STEP PIC X(24).
           05 FILLER PIC X.
           05 CONTRACT-DSN PIC X(44).
           05 FILLER PIC X.
           05 CONTRACT-MODE PIC X.
           05 FILLER PIC X.
           05 CONTRACT-MIN PIC X(8).
           05 FILLER PIC X.
           05 CONTRACT-CHANGE PIC X.

         FD OUTPUTFILE.
         01 OUTPUT-RECORD PIC X(1600).

      * What every contracted output held when its step finished,
      * night by night: the record count and CHKSUM-01 checksum an
      * unchanged-output check compares against.
         FD OUTHISTFILE.
         01 OUTHIST-RECORD.
           05 OUTHIST-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 OUTHIST-CYCLE PIC 9.
           05 FILLER PIC X.
           05 OUTHIST-STEP PIC X(24).
           05 FILLER PIC X.
           05 OUTHIST-DSN PIC X(44).
           05 FILLER PIC X.
           05 OUTHIST-COUNT PIC 9(8).
           05 FILLER PIC X.
           05 OUTHIST-CHECKSUM PIC 9(10).

         FD CHAINHISTFILE.
         COPY CHAINHST.

       WORKING-STORAGE SECTION.
         01 WS-RUNLOG-DSN PIC X(64) VALUE 'JOBCTL-LOG'.
         01 WS-JOBSTATE-DSN PIC X(64) VALUE 'JOBSTATE'.
         01 WS-LOCKLOG-DSN PIC X(64) VALUE 'RUNLOCKLOG'.
         01 WS-MODE-DSN PIC X(64) VALUE 'JOBCTLMODE'.
         01 WS-PLAN-DSN PIC X(64) VALUE 'JOBCTL-PLAN'.
         01 WS-STEPUSE-DSN PIC X(64) VALUE 'STEPUSE'.
         01 STEPUSE-STATUS PIC X(2) VALUE SPACES.
         01 WS-CHAINHIST-DSN PIC X(64) VALUE 'CHAINHIST'.
         01 CHAINHIST-STATUS-CODE PIC X(2) VALUE SPACES.
         01 WS-CHAINHIST-OPEN PIC X VALUE 'N'.
         01 WS-CHAINHIST-IDX PIC 9(2) VALUE 0.
      * When this run of the chain started: the history key that
      * tells a resumed night's runs apart.
         01 WS-RUN-START PIC X(14) VALUE SPACES.
         01 WS-PREFLTRPT-DSN PIC X(64) VALUE 'PREFLT-REPORT'.
         01 WS-REFUSED-DSN PIC X(64) VALUE 'FEEDVAL-REFUSED'.
         01 REFUSED-STATUS PIC X(2) VALUE SPACES.
         01 REFUSED-EOF PIC 9 VALUE 0.
      * The consumers of refused feeds, loaded once FEEDVAL-01 has
      * run in the chain; each is held when its turn comes.
         01 WS-REFUSAL-COUNT PIC 9(2) VALUE 0.
         01 WS-RFX PIC 9(2) VALUE 0.
         01 WS-REFUSAL-TABLE.
           05 WS-REFUSAL OCCURS 32 TIMES.
             10 WS-RF-FEED PIC X(24).
             10 WS-RF-PROGRAM PIC X(14).
         01 WS-CONTRACT-DSN PIC X(64) VALUE 'JOBCTLCONTRACT'.
         01 WS-OUTHIST-DSN PIC X(64) VALUE 'OUTHIST'.
         01 WS-OUTPUT-NAME PIC X(64) VALUE SPACES.
         01 CONTRACT-STATUS PIC X(2) VALUE SPACES.
         01 CONTRACT-EOF PIC 9 VALUE 0.
         01 OUTPUT-STATUS PIC X(2) VALUE SPACES.
         01 OUTPUT-EOF PIC 9 VALUE 0.
         01 OUTHIST-STATUS PIC X(2) VALUE SPACES.
         01 OUTHIST-EOF PIC 9 VALUE 0.
         01 WS-CONTRACT-COUNT PIC 9(2) VALUE 0.
         01 WS-CONTRACT-OVF PIC X VALUE 'N'.
         01 WS-CTX PIC 9(2) VALUE 0.
         01 WS-CONTRACT-TABLE.
           05 WS-CONTRACT OCCURS 48 TIMES.
             10 WS-CT-STEP PIC X(24).
             10 WS-CT-DSN PIC X(44).
             10 WS-CT-MODE PIC X.
             10 WS-CT-MIN PIC 9(8).
             10 WS-CT-CHANGE PIC X.
      * Set when the step just run left a contracted output missing,
      * short or unchanged; the step is then graded failed whatever
      * its return code said.
         01 WS-BREACH PIC X VALUE 'N'.
             88 WS-CONTRACT-BREACHED VALUE 'Y'.
         01 WS-BREACH-TEXT PIC X(40) VALUE SPACES.
         01 WS-OUT-COUNT PIC 9(8) VALUE 0.
         01 WS-OUT-CHECKSUM PIC 9(10) VALUE 0.
         01 WS-PRIOR-FOUND PIC X VALUE 'N'.
         01 WS-PRIOR-DATE PIC X(8) VALUE SPACES.
         01 WS-PRIOR-COUNT PIC 9(8) VALUE 0.
         01 WS-PRIOR-CHECKSUM PIC 9(10) VALUE 0.
         COPY CHKSUM.
         COPY ENVQ.
         01 WS-STEP-NAME PIC X(24).
         01 WS-STEP-RC PIC 9(4) VALUE 0.
         01 WS-STATE-RC PIC 9(4) VALUE 0.
         01 WS-CARRIED-COUNT PIC 9(2) VALUE 0.
         01 WS-ATTEMPT PIC 9(2) VALUE 0.
      * The return code of each failed attempt of the step running,
      * for the incident a step that stays dead opens.
         01 WS-ATTEMPT-TRAIL.
           05 WS-ATTEMPT-RC PIC 9(4) OCCURS 10 TIMES.
      * The chain record a crashed run left at RUNNING, found at
      * start-up.
         01 WS-PRIOR-CRASH PIC X VALUE 'N'.
             88 WS-PRIOR-CRASHED VALUE 'Y'.
         01 WS-PRIOR-START PIC X(14) VALUE SPACES.
         01 WS-CHAIN-START PIC X(14) VALUE SPACES.
         01 WS-STEP-DONE PIC X VALUE 'N'.
         01 MODE-STATUS PIC X(2) VALUE SPACES.
         01 LOCK-STATUS PIC X(2) VALUE SPACES.
         01 STEPSTATS-STATUS PIC X(2) VALUE SPACES.
         01 WS-STATS-OPEN PIC X VALUE 'N'.
         01 WS-STATS-EOF PIC 9 VALUE 0.
      * The business night this chain runs for, from PROCDATE-01:
      * tonight's date, the date of a night left open by a chain that
      * did not finish, or an operator's rerun date.
         01 WS-RUN-DATE PIC X(8).
         01 WS-RUN-DATE-SOURCE PIC X(8) VALUE SPACES.
      * The chain cycle within the processing date: which of the
      * day's runs this is, and so which copy of JOBSTATE, STEPSTATS
      * and the chain log belongs to it.
         01 WS-RUN-CYCLE PIC 9 VALUE 1.
         01 WS-CAL-CYCLE PIC 9 VALUE 1.
         01 WS-ENTRY-CYCLE PIC 9 VALUE 1.
         01 WS-OPEN-DATE PIC X(8) VALUE SPACES.
         01 WS-OPEN-CYCLE PIC 9 VALUE 0.
         01 WS-CAL-DATE PIC X(8) VALUE SPACES.
         01 WS-NOW-HHMM PIC X(4) VALUE SPACES.
         01 WS-CAL-MODE PIC X VALUE 'L'.
             88 WS-CAL-FIND-CYCLE VALUE 'C'.
             88 WS-CAL-FIND-LINEUP VALUE 'L'.
         01 WS-IN-WINDOW PIC X VALUE 'Y'.
         COPY PROCDATE.
         COPY LINEAGE.
         COPY INCIDENT.
         01 WS-HIST-SUM PIC 9(9) VALUE 0.
         01 WS-HIST-COUNT PIC 9(4) VALUE 0.
         01 WS-HIST-AVG PIC 9(6) VALUE 0.
             10 WS-TBL-RETRY PIC 9(2).
      * P = not yet run, O/W/F = ran (ok/warnings/failed), S =
      * carried over from the resumed run, H = held behind a failed
      * producer or a refused feed.
             10 WS-TBL-STATUS PIC X.

       PROCEDURE DIVISION.
      * from the top.
      *
       001-MAIN.
           PERFORM 045-RESOLVE-PROCESSING-DATE.
           PERFORM 042-RESOLVE-DSNAMES.
           PERFORM 025-RESOLVE-LINEUP.
      * A declared no-run day stops the chain here, before PREFLT-01
           PERFORM 011-LOAD-WINDOW-TARGET.
           PERFORM 014-OPEN-STEP-STATS.
           PERFORM 021-LOAD-HOLD-DIRECTIVES.
           PERFORM 065-LOAD-CONTRACTS.
           IF WS-PLANNING THEN
              PERFORM 033-RUN-PLAN-MODE
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 038-TAKE-RUN-LOCK.
      * From here on every step stamps with this night, however late
      * the chain runs.
           SET PROCDATE-OPEN-NIGHT TO TRUE.
           MOVE WS-RUN-DATE TO PROCDATE-DATE.
           MOVE WS-RUN-CYCLE TO PROCDATE-CYCLE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           PERFORM 028-OPEN-JOBSTATE.
           PERFORM 054-OPEN-CHAIN-HISTORY.
           OPEN OUTPUT RUNLOGFILE.
           MOVE SPACES TO RUNLOG-RECORD.
           STRING 'JOBCTL-01: LINEUP ' DELIMITED BY SIZE
               WS-LINEUP-NAME DELIMITED BY SPACE
               ' FOR ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' CYCLE ' DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
               INTO RUNLOG-RECORD.
           WRITE RUNLOG-RECORD.
           DISPLAY RUNLOG-RECORD.
           IF WS-RUN-DATE-SOURCE NOT = 'CLOCK' OR
               WS-OPEN-CYCLE NOT = 0 THEN
              PERFORM 046-LOG-PROCESSING-DATE
           END-IF.
           IF WS-RESUMING THEN
              MOVE SPACES TO RUNLOG-RECORD
              STRING 'JOBCTL-01: PRIOR RUN DID NOT COMPLETE - '
              WRITE RUNLOG-RECORD
              DISPLAY RUNLOG-RECORD
           END-IF.
      * A prior run that died without closing its chain record is an
      * aborted chain: it gets its incident now, with the alerts it
      * raised before it went down.
           IF WS-PRIOR-CRASHED THEN
              MOVE '*CHAIN*' TO INCIDENT-STEP
              MOVE 'JOBCTL-01' TO INCIDENT-PROGRAM
              MOVE 0 TO INCIDENT-RC
              MOVE WS-PRIOR-START TO INCIDENT-SINCE
              MOVE 'PRIOR RUN ENDED WITHOUT CLOSING THE CHAIN'
                  TO INCIDENT-REASON
              PERFORM 052-OPEN-CHAIN-INCIDENT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHAIN-START.

      * The exact parameter set this chain runs with is captured
      * before anything else happens, so a 02:00 rollback has a
              WRITE RUNLOG-RECORD
              DISPLAY RUNLOG-RECORD
              MOVE 'Y' TO WS-ABORTED
              MOVE 'PREFLT' TO INCIDENT-STEP
              MOVE 'PREFLT-01' TO INCIDENT-PROGRAM
              MOVE RETURN-CODE TO INCIDENT-RC
              MOVE WS-CHAIN-START TO INCIDENT-SINCE
              MOVE 'PRE-FLIGHT NO-GO, CHAIN NOT STARTED'
                  TO INCIDENT-REASON
              PERFORM 052-OPEN-CHAIN-INCIDENT
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
      * to a reject file), 8 and up is fatal. Warning steps are
      * recorded and the chain keeps going; a fatal code fails the
      * step, and only the steps that declared a dependency on it
      * are held -- the independent legs keep running. A step that
      * came back below 8 has its output contracts checked first: a
      * missing, short or unchanged output fails it just the same.
       005-CHECK-STEP.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 'N' TO WS-BREACH.
           IF WS-STEP-RC < 8 AND WS-CONTRACT-COUNT > 0 THEN
              PERFORM 060-VERIFY-CONTRACTS
           END-IF.
           MOVE SPACES TO RUNLOG-RECORD.
           EVALUATE TRUE
            WHEN WS-CONTRACT-BREACHED
              STRING 'STEP ' DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SIZE
                  ' - FAILED OUTPUT CONTRACT, RETURN-CODE='
                  DELIMITED BY SIZE
                  WS-STEP-RC DELIMITED BY SIZE
                  INTO RUNLOG-RECORD
              ADD 1 TO WS-FAILED-STEPS
              MOVE 'F' TO WS-TBL-STATUS(WS-STEP-IDX)
              MOVE 'F' TO ALERT-SEVERITY
              MOVE 'JOBCTL-01' TO ALERT-PROGRAM
              MOVE WS-STEP-NAME TO ALERT-SUBJECT
              MOVE 'STEP FAILED ITS OUTPUT CONTRACT' TO ALERT-MESSAGE
              CALL 'OPSALRT-01' USING ALERT-PARMS
            WHEN WS-STEP-RC = 0
              STRING 'STEP ' DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SIZE
           END-EVALUATE.
           WRITE RUNLOG-RECORD.
           DISPLAY RUNLOG-RECORD.
           IF WS-TBL-STATUS(WS-STEP-IDX) = 'F' THEN
              PERFORM 051-OPEN-STEP-INCIDENT
           END-IF.
           EVALUATE WS-TBL-STATUS(WS-STEP-IDX)
            WHEN 'O' MOVE 'OK' TO WS-STATE-STATUS
            WHEN 'W' MOVE 'WARNINGS' TO WS-STATE-STATUS
           MOVE WS-END-TS(1:14) TO WS-STATE-END.
           MOVE WS-STEP-RC TO WS-STATE-RC.
           PERFORM 027-RECORD-STEP-STATE.
      * The lineage register ties what the step read to what it
      * wrote, run date by run date.
           MOVE WS-STEP-NAME TO LINEAGE-STEP-NAME.
           MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO LINEAGE-PROGRAM.
           MOVE WS-STEP-RC TO LINEAGE-RC.
           CALL 'LINEAGE-01' USING LINEAGE-PARMS.

      * Marks a step carried over from the aborted run so the new log
      * still accounts for every step in the chain, and so a further
      * resume keeps counting it as already done.
       006-LOG-SKIPPED-STEP.
           MOVE 'S' TO WS-TBL-STATUS(WS-STEP-IDX).
           MOVE 'CARRIED' TO WS-STATE-STATUS.
           MOVE SPACES TO WS-STATE-START.
           MOVE SPACES TO WS-STATE-END.
           MOVE 0 TO WS-STATE-RC.
           PERFORM 055-RECORD-STEP-HISTORY.
           MOVE SPACES TO RUNLOG-RECORD.
           STRING 'STEP ' DELIMITED BY SIZE
               WS-STEP-NAME DELIMITED BY SIZE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-REFUSAL-COUNT > 0 THEN
              PERFORM 057-CHECK-FEED-REFUSAL
              IF WS-TBL-STATUS(WS-STEP-IDX) = 'H' THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-TBL-DEPENDS(WS-STEP-IDX) NOT = SPACES THEN
              PERFORM 018-CHECK-DEPENDENCY
              IF WS-TBL-STATUS(WS-STEP-IDX) = 'H' THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      * Feed validation is never carried over: the feeds may have
      * been corrected since the failed run, and the refusal list
      * must reflect the feeds the resumed steps will actually read.
           IF WS-RESUMING AND
               WS-TBL-PROGRAM(WS-STEP-IDX) NOT = 'FEEDVAL-01' THEN
              PERFORM 030-CHECK-CARRIED-STEP
              IF WS-TBL-STATUS(WS-STEP-IDX) = 'S' THEN
                 EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
           MOVE 0 TO WS-ATTEMPT.
           INITIALIZE WS-ATTEMPT-TRAIL.
           MOVE 'N' TO WS-STEP-DONE.
           PERFORM 031-ATTEMPT-STEP UNTIL WS-STEP-DONE = 'Y'.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
           PERFORM 005-CHECK-STEP.
           PERFORM 012-LOG-STEP-TIMING.
           IF WS-TBL-PROGRAM(WS-STEP-IDX) = 'FEEDVAL-01' AND
               WS-TBL-STATUS(WS-STEP-IDX) NOT = 'F' THEN
              PERFORM 058-LOAD-FEED-REFUSALS
           END-IF.

      * One CALL of the step. A fatal return burns an attempt; while
      * the table grants more, the failure is logged and the step is
              EXIT PARAGRAPH
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF WS-ATTEMPT NOT > 10 THEN
              MOVE WS-STEP-RC TO WS-ATTEMPT-RC(WS-ATTEMPT)
           END-IF.
           MOVE SPACES TO RUNLOG-RECORD.
           STRING 'STEP ' DELIMITED BY SIZE
               WS-STEP-NAME DELIMITED BY SIZE
              CANCEL WS-TBL-PROGRAM(WS-STEP-IDX)
           END-IF.

      * Picks tonight's lineup off the calendar: the first entry for
      * the run date and this chain's cycle. A missing calendar
      * (status other than "00"), or no matching entry, just means
      * the plain JOBCTLSTEPS lineup runs as it always has.
       025-RESOLVE-LINEUP.
           MOVE WS-RUN-DATE TO WS-CAL-DATE.
           SET WS-CAL-FIND-LINEUP TO TRUE.
           PERFORM 047-SCAN-RUNCAL.

      * One pass over the calendar for WS-CAL-DATE, either to pick
      * the lineup or to find which cycle a chain starting now is.
       047-SCAN-RUNCAL.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CAL-DATE)).
           COMPUTE WS-DOW-NUM = FUNCTION REM(WS-DATE-INT, 7).
           EVALUATE WS-DOW-NUM
            WHEN 1 MOVE 'MON' TO WS-DOW
       026-READ-RUNCAL-RECORD.
           READ RUNCALFILE
               AT END MOVE 1 TO RUNCAL-EOF
               NOT AT END PERFORM 048-MATCH-RUNCAL-RECORD
           END-READ.

      * An entry with no cycle is the first cycle's. Finding the
      * cycle honors the entry's window (one running past midnight,
      * FROM above TO, wraps); picking the lineup only needs the
      * cycle to agree, since it was settled before.
       048-MATCH-RUNCAL-RECORD.
           IF RUNCAL-MATCH NOT = WS-CAL-DATE AND
               RUNCAL-MATCH(1:3) NOT = WS-DOW THEN
              EXIT PARAGRAPH
           END-IF.
           IF RUNCAL-CYCLE IS NUMERIC AND RUNCAL-CYCLE NOT = '0' THEN
              MOVE RUNCAL-CYCLE TO WS-ENTRY-CYCLE
           ELSE
              MOVE 1 TO WS-ENTRY-CYCLE
           END-IF.
           IF WS-CAL-FIND-CYCLE THEN
              MOVE 'Y' TO WS-IN-WINDOW
              IF RUNCAL-FROM IS NUMERIC AND RUNCAL-TO IS NUMERIC THEN
                 IF RUNCAL-FROM <= RUNCAL-TO THEN
                    IF WS-NOW-HHMM < RUNCAL-FROM OR
                        WS-NOW-HHMM > RUNCAL-TO THEN
                       MOVE 'N' TO WS-IN-WINDOW
                    END-IF
                 ELSE
                    IF WS-NOW-HHMM < RUNCAL-FROM AND
                        WS-NOW-HHMM > RUNCAL-TO THEN
                       MOVE 'N' TO WS-IN-WINDOW
                    END-IF
                 END-IF
              END-IF
              IF WS-IN-WINDOW = 'Y' THEN
                 MOVE WS-ENTRY-CYCLE TO WS-CAL-CYCLE
                 MOVE 1 TO RUNCAL-EOF
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-LINEUP-PICKED = 'N' AND
               WS-ENTRY-CYCLE = WS-RUN-CYCLE THEN
              MOVE 'Y' TO WS-LINEUP-PICKED
              IF RUNCAL-LINEUP = 'NO-RUN' THEN
                 MOVE 'Y' TO WS-NO-RUN
              ELSE
                 MOVE RUNCAL-LINEUP TO WS-LINEUP-NAME
              END-IF
              MOVE 1 TO RUNCAL-EOF
           END-IF.

      * A missing directive file (status other than "00") just means
      * no operator orders tonight. Only directives dated for
      * tonight's run apply.
              END-IF
           END-PERFORM.

      * A step whose program reads a feed FEEDVAL-01 refused is held
      * like one behind a failed producer, and its own dependents
      * hold behind it through 018-CHECK-DEPENDENCY in turn.
       057-CHECK-FEED-REFUSAL.
           PERFORM VARYING WS-RFX FROM 1 BY 1
               UNTIL WS-RFX > WS-REFUSAL-COUNT
              IF WS-RF-PROGRAM(WS-RFX) =
                  WS-TBL-PROGRAM(WS-STEP-IDX) THEN
                 MOVE 'H' TO WS-TBL-STATUS(WS-STEP-IDX)
                 ADD 1 TO WS-HELD-STEPS
                 MOVE SPACES TO RUNLOG-RECORD
                 STRING 'STEP ' DELIMITED BY SIZE
                     WS-STEP-NAME DELIMITED BY SIZE
                     ' - HELD, FEED ' DELIMITED BY SIZE
                     WS-RF-FEED(WS-RFX) DELIMITED BY SPACE
                     ' REFUSED ON CONTENT' DELIMITED BY SIZE
                     INTO RUNLOG-RECORD
                 WRITE RUNLOG-RECORD
                 DISPLAY RUNLOG-RECORD
                 MOVE 'HELD' TO WS-STATE-STATUS
                 MOVE SPACES TO WS-STATE-START
                 MOVE SPACES TO WS-STATE-END
                 MOVE 0 TO WS-STATE-RC
                 PERFORM 027-RECORD-STEP-STATE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Read as soon as the validation step has run, so only the
      * steps after it are held. No list (status other than "00")
      * means nothing was refused.
       058-LOAD-FEED-REFUSALS.
           MOVE 0 TO WS-REFUSAL-COUNT.
           OPEN INPUT REFUSEDFILE.
           IF REFUSED-STATUS NOT = "00" THEN
              CLOSE REFUSEDFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO REFUSED-EOF.
           PERFORM 059-READ-REFUSAL UNTIL REFUSED-EOF = 1.
           CLOSE REFUSEDFILE.

       059-READ-REFUSAL.
           READ REFUSEDFILE
               AT END MOVE 1 TO REFUSED-EOF
               NOT AT END
                  IF REFUSED-PROGRAM NOT = SPACES AND
                      WS-REFUSAL-COUNT < 32 THEN
                     ADD 1 TO WS-REFUSAL-COUNT
                     MOVE REFUSED-FEED
                         TO WS-RF-FEED(WS-REFUSAL-COUNT)
                     MOVE REFUSED-PROGRAM
                         TO WS-RF-PROGRAM(WS-REFUSAL-COUNT)
                  END-IF
           END-READ.

       009-READ-STEP-RECORD.
           READ STEPTABLEFILE
               AT END MOVE 1 TO STEPTABLE-EOF
              PERFORM 015-CHECK-STEP-NORM
              PERFORM 016-RECORD-STEP-STAT
           END-IF.
           PERFORM 050-RECORD-STEP-USE.

      * A usage history that cannot be opened costs the night its
      * accounting line, not its run.
       050-RECORD-STEP-USE.
           OPEN EXTEND STEPUSEFILE.
           IF STEPUSE-STATUS NOT = "00" AND
               STEPUSE-STATUS NOT = "05" THEN
              DISPLAY 'JOBCTL-01: CANNOT OPEN STEPUSE, STATUS '
                  STEPUSE-STATUS ' - ' WS-STEP-NAME ' NOT ACCOUNTED'
              CLOSE STEPUSEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO STEPUSE-RECORD.
           MOVE WS-RUN-DATE TO STEPUSE-RUN-DATE.
           MOVE WS-RUN-CYCLE TO STEPUSE-CYCLE.
           MOVE WS-STEP-NAME TO STEPUSE-STEP.
           MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO STEPUSE-PROGRAM.
           MOVE WS-STEP-ELAPSED TO STEPUSE-ELAPSED.
           MOVE WS-ATTEMPT TO STEPUSE-ATTEMPTS.
           MOVE WS-STEP-RC TO STEPUSE-RC.
           MOVE WS-END-TS(1:14) TO STEPUSE-STAMP.
           WRITE STEPUSE-RECORD.
           CLOSE STEPUSEFILE.

      * First chain to run creates the timing history (status 35 on
      * the I-O open just means none exists yet); any other failure
              CALL 'OPSALRT-01' USING ALERT-PARMS
           END-IF.

      * The standard nightly lineup -- the feed content check first,
      * then the business steps -- used when no step table is
      * supplied.
       010-BUILD-DEFAULT-STEPS.
           MOVE 8 TO WS-STEP-COUNT.
           MOVE 'FEED CONTENT CHECK' TO WS-TBL-NAME(1).
           MOVE 'FEEDVAL-01' TO WS-TBL-PROGRAM(1).
           MOVE 'A' TO WS-TBL-FLAG(1).
           MOVE 'FIZZ-BUZZ' TO WS-TBL-NAME(2).
           MOVE 'FIZZ-BUZZ' TO WS-TBL-PROGRAM(2).
           MOVE 'A' TO WS-TBL-FLAG(2).
           MOVE 'PASSPORT VALIDATOR' TO WS-TBL-NAME(3).
           MOVE 'AOC-2020-04-2' TO WS-TBL-PROGRAM(3).
           MOVE 'A' TO WS-TBL-FLAG(3).
           MOVE 'BAG RULES' TO WS-TBL-NAME(4).
           MOVE 'AOC-2020-07-1' TO WS-TBL-PROGRAM(4).
           MOVE 'A' TO WS-TBL-FLAG(4).
           MOVE 'SEATING SIMULATION' TO WS-TBL-NAME(5).
           MOVE 'AOC-2020-11-1' TO WS-TBL-PROGRAM(5).
           MOVE 'A' TO WS-TBL-FLAG(5).
           MOVE 'RESULT ANOMALY CHECK' TO WS-TBL-NAME(6).
           MOVE 'LEDGCHK-01' TO WS-TBL-PROGRAM(6).
           MOVE 'A' TO WS-TBL-FLAG(6).
           MOVE 'EXCEPTIONS DIGEST' TO WS-TBL-NAME(7).
           MOVE 'EXCDIG-01' TO WS-TBL-PROGRAM(7).
           MOVE 'A' TO WS-TBL-FLAG(7).
           MOVE 'INPUT ARCHIVAL' TO WS-TBL-NAME(8).
           MOVE 'ARCHIVE-01' TO WS-TBL-PROGRAM(8).
           MOVE 'A' TO WS-TBL-FLAG(8).

      * First chain ever creates the state dataset (status 35 on the
      * I-O open just means none exists yet). A *CHAIN* record left
                     JOBSTATE-REC-STATUS = 'FAILED' THEN
                    MOVE 'Y' TO WS-RESUME-MODE
                 END-IF
                 IF JOBSTATE-REC-STATUS = 'RUNNING' THEN
                    MOVE 'Y' TO WS-PRIOR-CRASH
                    MOVE JOBSTATE-REC-START TO WS-PRIOR-START
                 END-IF
           END-READ.
           IF NOT WS-RESUMING THEN
              CLOSE JOBSTATEFILE
           END-WRITE.

      * The chain record flips to COMPLETE only on a night with no
      * failed steps that was not aborted; failures and aborts (a
      * pre-flight NO-GO among them) close the record at FAILED,
      * which the next run resumes from just like a crash's RUNNING,
      * and a run that never reaches this point leaves RUNNING
      * behind.
       029-CLOSE-JOBSTATE.
           PERFORM 056-CLOSE-CHAIN-HISTORY.
      * The processing date follows the night's outcome: a clean
      * night is closed, so tomorrow starts on tomorrow's date, even
      * when JOBSTATE could not be opened to record it; a FAILED or
      * aborted one stays open for the resume run.
           IF WS-FAILED-STEPS = 0 AND NOT WS-CHAIN-ABORTED THEN
              SET PROCDATE-CLOSE-NIGHT TO TRUE
              CALL 'PROCDATE-01' USING PROCDATE-PARMS
           END-IF.
           IF WS-STATE-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           READ JOBSTATEFILE
              INVALID KEY CONTINUE
           END-READ.
           IF WS-FAILED-STEPS > 0 OR WS-CHAIN-ABORTED THEN
              MOVE 'FAILED' TO JOBSTATE-REC-STATUS
           ELSE
              MOVE 'COMPLETE' TO JOBSTATE-REC-STATUS
           CLOSE JOBSTATEFILE.

       027-RECORD-STEP-STATE.
           PERFORM 055-RECORD-STEP-HISTORY.
           IF WS-STATE-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PLAN-RECORD.
           STRING 'JOBCTL-01 PLAN FOR ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' CYCLE ' DELIMITED BY SIZE
               WS-RUN-CYCLE DELIMITED BY SIZE
               ' - LINEUP ' DELIMITED BY SIZE
               WS-LINEUP-NAME DELIMITED BY SIZE
               INTO PLAN-RECORD.
      * Every dataset the chain itself opens resolves through the
      * shared environment qualifier, so a rehearsal run works its
      * own TEST.-qualified estate beside the live one.
      * The chain log, the resume state and the step timing history
      * belong to the cycle: each of the day's chains keeps its own.
       042-RESOLVE-DSNAMES.
           MOVE 'JOBCTL-LOG' TO PROCDATE-DSNAME.
           PERFORM 049-CYCLE-DSNAME.
           MOVE ENVQ-DSNAME TO WS-RUNLOG-DSN.
           MOVE 'JOBSTATE' TO PROCDATE-DSNAME.
           PERFORM 049-CYCLE-DSNAME.
           MOVE ENVQ-DSNAME TO WS-JOBSTATE-DSN.
           MOVE 'JOBCTLWINDOW' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-WINDOW-DSN.
           MOVE 'JOBCTLHOLD-WRK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-HOLDWORK-DSN.
           MOVE 'STEPSTATS' TO PROCDATE-DSNAME.
           PERFORM 049-CYCLE-DSNAME.
           MOVE ENVQ-DSNAME TO WS-STEPSTATS-DSN.
           MOVE 'RUNLOCK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE 'JOBCTLMODE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-MODE-DSN.
           MOVE 'JOBCTL-PLAN' TO PROCDATE-DSNAME.
           PERFORM 049-CYCLE-DSNAME.
           MOVE ENVQ-DSNAME TO WS-PLAN-DSN.
           MOVE 'PREFLT-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PREFLTRPT-DSN.
           MOVE 'STEPUSE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STEPUSE-DSN.
           MOVE 'CHAINHIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CHAINHIST-DSN.
           MOVE 'FEEDVAL-REFUSED' TO PROCDATE-DSNAME.
           PERFORM 049-CYCLE-DSNAME.
           MOVE ENVQ-DSNAME TO WS-REFUSED-DSN.
           MOVE 'JOBCTLCONTRACT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CONTRACT-DSN.
           MOVE 'OUTHIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-OUTHIST-DSN.

      * The run date is the business night, not the wall clock: a
      * chain that starts at 23:40 and is still running at 00:30, or
      * is resumed the next morning, files everything under the night
      * it started. Resolved before the run calendar and the hold
      * directives are consulted, so a rerun of an old night also
      * gets that night's lineup.
      *
      * The cycle comes from the operator's rerun record or, for any
      * other start, from the run calendar entry whose window holds
      * the wall-clock time now. A night left open is only resumed by
      * a start of the same cycle; an afternoon cycle starting while
      * the night's chain is still unfinished is a fresh run of its
      * own, not that night's resume. Each cycle keeps its own
      * PROCDATE record, so that start reads its own cycle's record
      * and the night left open stays on file for its resume.
       045-RESOLVE-PROCESSING-DATE.
           MOVE 'RUNCAL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNCAL-DSN.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           MOVE PROCDATE-SOURCE TO WS-RUN-DATE-SOURCE.
           MOVE PROCDATE-CYCLE TO WS-RUN-CYCLE.
           IF WS-RUN-DATE-SOURCE = 'OPERATOR' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM.
           MOVE 1 TO WS-CAL-CYCLE.
           SET WS-CAL-FIND-CYCLE TO TRUE.
           PERFORM 047-SCAN-RUNCAL.
           IF WS-RUN-DATE-SOURCE = 'CHAIN' AND
               WS-RUN-CYCLE NOT = WS-CAL-CYCLE THEN
              MOVE WS-RUN-DATE TO WS-OPEN-DATE
              MOVE WS-RUN-CYCLE TO WS-OPEN-CYCLE
              SET PROCDATE-GET-CYCLE TO TRUE
              MOVE WS-CAL-CYCLE TO PROCDATE-CYCLE
              CALL 'PROCDATE-01' USING PROCDATE-PARMS
              MOVE PROCDATE-DATE TO WS-RUN-DATE
              MOVE PROCDATE-SOURCE TO WS-RUN-DATE-SOURCE
           END-IF.
           MOVE WS-CAL-CYCLE TO WS-RUN-CYCLE.

       046-LOG-PROCESSING-DATE.
           MOVE SPACES TO RUNLOG-RECORD.
           IF WS-RUN-DATE-SOURCE = 'OPERATOR' THEN
              STRING 'JOBCTL-01: PROCESSING DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' SET BY OPERATOR FOR A RERUN' DELIMITED BY SIZE
                  INTO RUNLOG-RECORD
           END-IF.
           IF WS-RUN-DATE-SOURCE = 'CHAIN' THEN
              STRING 'JOBCTL-01: PROCESSING DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' CARRIED FROM A NIGHT LEFT OPEN' DELIMITED BY SIZE
                  INTO RUNLOG-RECORD
           END-IF.
           IF RUNLOG-RECORD NOT = SPACES THEN
              WRITE RUNLOG-RECORD
              DISPLAY RUNLOG-RECORD
           END-IF.
           IF WS-OPEN-CYCLE NOT = 0 THEN
              MOVE SPACES TO RUNLOG-RECORD
              STRING 'JOBCTL-01: CYCLE ' DELIMITED BY SIZE
                  WS-OPEN-CYCLE DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-OPEN-DATE DELIMITED BY SIZE
                  ' WAS LEFT OPEN - NOT RESUMED BY THIS CYCLE'
                  DELIMITED BY SIZE
                  INTO RUNLOG-RECORD
              WRITE RUNLOG-RECORD
              DISPLAY RUNLOG-RECORD
           END-IF.

       049-CYCLE-DSNAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-RUN-CYCLE TO PROCDATE-CYCLE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.

      * A step that is still fatal once its attempts are spent opens
      * an incident carrying its attempt trail; the number goes in
      * the chain log for the morning's owner.
       051-OPEN-STEP-INCIDENT.
           MOVE 'STEP' TO INCIDENT-KIND.
           MOVE WS-STEP-NAME TO INCIDENT-STEP.
           MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO INCIDENT-PROGRAM.
           MOVE WS-STEP-RC TO INCIDENT-RC.
           MOVE WS-ATTEMPT TO INCIDENT-ATTEMPTS.
           MOVE WS-ATTEMPT-TRAIL TO INCIDENT-ATTEMPT-TRAIL.
           MOVE WS-START-TS(1:14) TO INCIDENT-SINCE.
           IF WS-CONTRACT-BREACHED THEN
              MOVE 'STEP LEFT AN OUTPUT MISSING, SHORT OR UNCHANGED'
                  TO INCIDENT-REASON
           ELSE
              MOVE 'STEP FAILED AFTER ITS LAST ATTEMPT'
                  TO INCIDENT-REASON
           END-IF.
           PERFORM 053-CALL-INCIDENT-WRITER.

      * An aborted chain has no attempt trail; the caller names the
      * step, program, return code, alert start and reason.
       052-OPEN-CHAIN-INCIDENT.
           MOVE 'CHAIN' TO INCIDENT-KIND.
           MOVE 0 TO INCIDENT-ATTEMPTS.
           PERFORM 053-CALL-INCIDENT-WRITER.

       053-CALL-INCIDENT-WRITER.
           CALL 'INCIDENT-01' USING INCIDENT-PARMS
              ON EXCEPTION
                 DISPLAY 'JOBCTL-01: INCIDENT-01 COULD NOT BE CALLED'
                 MOVE 0 TO INCIDENT-NUMBER
           END-CALL.
           IF INCIDENT-NUMBER = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RUNLOG-RECORD.
           STRING 'JOBCTL-01: INCIDENT ' DELIMITED BY SIZE
               INCIDENT-NUMBER DELIMITED BY SIZE
               ' OPENED FOR ' DELIMITED BY SIZE
               INCIDENT-STEP DELIMITED BY SPACE
               INTO RUNLOG-RECORD.
           WRITE RUNLOG-RECORD.
           DISPLAY RUNLOG-RECORD.

      * The chain history outlives JOBSTATE's nightly clear-down. A
      * history that cannot be opened costs the record, not the run;
      * the first run creates the file (status 35 on the I-O open).
       054-OPEN-CHAIN-HISTORY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START.
           OPEN I-O CHAINHISTFILE.
           IF CHAINHIST-STATUS-CODE = "35" THEN
              OPEN OUTPUT CHAINHISTFILE
              CLOSE CHAINHISTFILE
              OPEN I-O CHAINHISTFILE
           END-IF.
           IF CHAINHIST-STATUS-CODE NOT = "00" THEN
              DISPLAY 'JOBCTL-01: CANNOT OPEN CHAINHIST, STATUS '
                  CHAINHIST-STATUS-CODE ' - NO HISTORY KEPT TONIGHT'
              CLOSE CHAINHISTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CHAINHIST-OPEN.

      * Files the step outcome just graded (WS-STATE-*) under this
      * run, with the attempts behind it when the step actually ran.
       055-RECORD-STEP-HISTORY.
           IF WS-CHAINHIST-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CHAINHIST-RECORD.
           MOVE WS-RUN-DATE TO CHAINHIST-RUN-DATE.
           MOVE WS-RUN-CYCLE TO CHAINHIST-CYCLE.
           MOVE WS-RUN-START TO CHAINHIST-RUN-START.
           MOVE WS-STEP-NAME TO CHAINHIST-STEP.
           MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO CHAINHIST-PROGRAM.
           MOVE WS-STATE-STATUS TO CHAINHIST-STATUS.
           MOVE WS-STATE-START TO CHAINHIST-START.
           MOVE WS-STATE-END TO CHAINHIST-END.
           MOVE WS-STATE-RC TO CHAINHIST-RC.
           MOVE WS-RESUME-MODE TO CHAINHIST-RESUMED.
           IF WS-STATE-STATUS = 'OK' OR
               WS-STATE-STATUS = 'WARNINGS' OR
               WS-STATE-STATUS = 'FAILED' THEN
              MOVE WS-ATTEMPT TO CHAINHIST-ATTEMPTS
              PERFORM VARYING WS-CHAINHIST-IDX FROM 1 BY 1
                  UNTIL WS-CHAINHIST-IDX > 10
                 MOVE WS-ATTEMPT-RC(WS-CHAINHIST-IDX)
                     TO CHAINHIST-ATTEMPT-RC(WS-CHAINHIST-IDX)
              END-PERFORM
           ELSE
              MOVE 0 TO CHAINHIST-ATTEMPTS
              PERFORM VARYING WS-CHAINHIST-IDX FROM 1 BY 1
                  UNTIL WS-CHAINHIST-IDX > 10
                 MOVE 0 TO CHAINHIST-ATTEMPT-RC(WS-CHAINHIST-IDX)
              END-PERFORM
           END-IF.
           WRITE CHAINHIST-RECORD
              INVALID KEY REWRITE CHAINHIST-RECORD
           END-WRITE.

      * The run's *CHAIN* record: how it ended and with what code.
       056-CLOSE-CHAIN-HISTORY.
           IF WS-CHAINHIST-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CHAINHIST-RECORD.
           MOVE WS-RUN-DATE TO CHAINHIST-RUN-DATE.
           MOVE WS-RUN-CYCLE TO CHAINHIST-CYCLE.
           MOVE WS-RUN-START TO CHAINHIST-RUN-START.
           MOVE '*CHAIN*' TO CHAINHIST-STEP.
           MOVE 'JOBCTL-01' TO CHAINHIST-PROGRAM.
           EVALUATE TRUE
            WHEN WS-CHAIN-ABORTED
              MOVE 'ABORTED' TO CHAINHIST-STATUS
            WHEN WS-FAILED-STEPS > 0
              MOVE 'FAILED' TO CHAINHIST-STATUS
            WHEN OTHER
              MOVE 'COMPLETE' TO CHAINHIST-STATUS
           END-EVALUATE.
           MOVE WS-RUN-START TO CHAINHIST-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHAINHIST-END.
           MOVE WS-CHAIN-RC TO CHAINHIST-RC.
           MOVE WS-RESUME-MODE TO CHAINHIST-RESUMED.
           MOVE 0 TO CHAINHIST-ATTEMPTS.
           PERFORM VARYING WS-CHAINHIST-IDX FROM 1 BY 1
               UNTIL WS-CHAINHIST-IDX > 10
              MOVE 0 TO CHAINHIST-ATTEMPT-RC(WS-CHAINHIST-IDX)
           END-PERFORM.
           WRITE CHAINHIST-RECORD
              INVALID KEY REWRITE CHAINHIST-RECORD
           END-WRITE.
           CLOSE CHAINHISTFILE.
           MOVE 'N' TO WS-CHAINHIST-OPEN.

      * Every contract for the step just run, in table order. All of
      * them are checked, so the log and the alerts name every output
      * at fault, not just the first.
       060-VERIFY-CONTRACTS.
           PERFORM VARYING WS-CTX FROM 1 BY 1
               UNTIL WS-CTX > WS-CONTRACT-COUNT
              IF WS-CT-STEP(WS-CTX) = WS-STEP-NAME THEN
                 PERFORM 061-CHECK-ONE-OUTPUT
              END-IF
           END-PERFORM.

      * Missing, then short, then (where the contract asks) the same
      * count and checksum the output had on the last earlier night
      * it was recorded. Whatever the output held goes on the history
      * for the nights after.
       061-CHECK-ONE-OUTPUT.
           IF WS-CT-MODE(WS-CTX) = 'Q' THEN
              MOVE WS-CT-DSN(WS-CTX) TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-OUTPUT-NAME
           ELSE
              MOVE WS-CT-DSN(WS-CTX) TO WS-OUTPUT-NAME
           END-IF.
           MOVE SPACES TO WS-BREACH-TEXT.
           OPEN INPUT OUTPUTFILE.
           IF OUTPUT-STATUS NOT = "00" THEN
              CLOSE OUTPUTFILE
              MOVE 'NOT WRITTEN' TO WS-BREACH-TEXT
              PERFORM 068-REPORT-BREACH
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OUT-COUNT.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE 0 TO OUTPUT-EOF.
           PERFORM 062-COUNT-OUTPUT-RECORD UNTIL OUTPUT-EOF = 1.
           CLOSE OUTPUTFILE.
           MOVE CHKSUM-VALUE TO WS-OUT-CHECKSUM.
           IF WS-OUT-COUNT < WS-CT-MIN(WS-CTX) THEN
              STRING 'SHORT, ' DELIMITED BY SIZE
                  WS-OUT-COUNT DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-CT-MIN(WS-CTX) DELIMITED BY SIZE
                  ' RECORDS' DELIMITED BY SIZE
                  INTO WS-BREACH-TEXT
              PERFORM 068-REPORT-BREACH
           ELSE
              IF WS-CT-CHANGE(WS-CTX) = 'C' THEN
                 PERFORM 063-FIND-LAST-NIGHT
                 IF WS-PRIOR-FOUND = 'Y' AND
                     WS-PRIOR-COUNT = WS-OUT-COUNT AND
                     WS-PRIOR-CHECKSUM = WS-OUT-CHECKSUM THEN
                    STRING 'UNCHANGED SINCE ' DELIMITED BY SIZE
                        WS-PRIOR-DATE DELIMITED BY SIZE
                        INTO WS-BREACH-TEXT
                    PERFORM 068-REPORT-BREACH
                 END-IF
              END-IF
           END-IF.
           PERFORM 067-RECORD-OUTPUT-HISTORY.

       062-COUNT-OUTPUT-RECORD.
           MOVE SPACES TO OUTPUT-RECORD.
           READ OUTPUTFILE
               AT END MOVE 1 TO OUTPUT-EOF
               NOT AT END
                  ADD 1 TO WS-OUT-COUNT
                  SET CHKSUM-ADD TO TRUE
                  MOVE 1600 TO CHKSUM-LENGTH
                  MOVE OUTPUT-RECORD TO CHKSUM-DATA
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.

      * The newest entry for the dataset from before tonight in the
      * same cycle, so cycle 2 compares against last night's cycle 2;
      * a rerun of tonight compares against last night, not against
      * itself.
      * No history yet means nothing to compare against.
       063-FIND-LAST-NIGHT.
           MOVE 'N' TO WS-PRIOR-FOUND.
           MOVE SPACES TO WS-PRIOR-DATE.
           OPEN INPUT OUTHISTFILE.
           IF OUTHIST-STATUS NOT = "00" THEN
              CLOSE OUTHISTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO OUTHIST-EOF.
           PERFORM 064-SCAN-OUTPUT-HISTORY UNTIL OUTHIST-EOF = 1.
           CLOSE OUTHISTFILE.

       064-SCAN-OUTPUT-HISTORY.
           READ OUTHISTFILE
               AT END MOVE 1 TO OUTHIST-EOF
               NOT AT END
                  IF OUTHIST-DSN = WS-CT-DSN(WS-CTX) AND
                      OUTHIST-CYCLE = WS-RUN-CYCLE AND
                      OUTHIST-RUN-DATE < WS-RUN-DATE AND
                      OUTHIST-RUN-DATE NOT < WS-PRIOR-DATE THEN
                     MOVE 'Y' TO WS-PRIOR-FOUND
                     MOVE OUTHIST-RUN-DATE TO WS-PRIOR-DATE
                     MOVE OUTHIST-COUNT TO WS-PRIOR-COUNT
                     MOVE OUTHIST-CHECKSUM TO WS-PRIOR-CHECKSUM
                  END-IF
           END-READ.

      * A missing contract file (status other than "00") means no
      * step has a contract: every step is judged on its return code
      * alone, as before.
       065-LOAD-CONTRACTS.
           OPEN INPUT CONTRACTFILE.
           IF CONTRACT-STATUS NOT = "00" THEN
              CLOSE CONTRACTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CONTRACT-EOF.
           PERFORM 066-READ-CONTRACT UNTIL CONTRACT-EOF = 1.
           CLOSE CONTRACTFILE.

       066-READ-CONTRACT.
           MOVE SPACES TO CONTRACT-RECORD.
           READ CONTRACTFILE
               AT END MOVE 1 TO CONTRACT-EOF
               NOT AT END
                  IF CONTRACT-STEP NOT = SPACES AND
                      CONTRACT-RECORD(1:2) NOT = '**' AND
                      CONTRACT-DSN NOT = SPACES THEN
                     IF WS-CONTRACT-COUNT < 48 THEN
                        ADD 1 TO WS-CONTRACT-COUNT
                        MOVE CONTRACT-STEP
                            TO WS-CT-STEP(WS-CONTRACT-COUNT)
                        MOVE CONTRACT-DSN
                            TO WS-CT-DSN(WS-CONTRACT-COUNT)
                        MOVE CONTRACT-MODE
                            TO WS-CT-MODE(WS-CONTRACT-COUNT)
                        MOVE CONTRACT-CHANGE
                            TO WS-CT-CHANGE(WS-CONTRACT-COUNT)
                        IF CONTRACT-MIN = SPACES THEN
                           MOVE 1 TO WS-CT-MIN(WS-CONTRACT-COUNT)
                        ELSE
                           COMPUTE WS-CT-MIN(WS-CONTRACT-COUNT) =
                               FUNCTION NUMVAL(CONTRACT-MIN)
                        END-IF
                     ELSE
                        IF WS-CONTRACT-OVF = 'N' THEN
                           MOVE 'Y' TO WS-CONTRACT-OVF
                           DISPLAY 'JOBCTLCONTRACT LISTS MORE THAN 48 '
                               'OUTPUTS - EXTRA ENTRIES NOT CHECKED'
                        END-IF
                     END-IF
                  END-IF
           END-READ.

      * A history that cannot be opened costs tomorrow's unchanged
      * check its baseline, not tonight's run.
       067-RECORD-OUTPUT-HISTORY.
           OPEN EXTEND OUTHISTFILE.
           IF OUTHIST-STATUS NOT = "00" AND
               OUTHIST-STATUS NOT = "05" THEN
              DISPLAY 'JOBCTL-01: CANNOT OPEN OUTHIST, STATUS '
                  OUTHIST-STATUS ' - ' WS-CT-DSN(WS-CTX)
                  ' NOT RECORDED'
              CLOSE OUTHISTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO OUTHIST-RECORD.
           MOVE WS-RUN-DATE TO OUTHIST-RUN-DATE.
           MOVE WS-RUN-CYCLE TO OUTHIST-CYCLE.
           MOVE WS-STEP-NAME TO OUTHIST-STEP.
           MOVE WS-CT-DSN(WS-CTX) TO OUTHIST-DSN.
           MOVE WS-OUT-COUNT TO OUTHIST-COUNT.
           MOVE WS-OUT-CHECKSUM TO OUTHIST-CHECKSUM.
           WRITE OUTHIST-RECORD.
           CLOSE OUTHISTFILE.

      * One log line and one alert per output at fault, each naming
      * the dataset.
       068-REPORT-BREACH.
           MOVE 'Y' TO WS-BREACH.
           MOVE SPACES TO RUNLOG-RECORD.
           STRING 'STEP ' DELIMITED BY SIZE
               WS-STEP-NAME DELIMITED BY '  '
               ' - OUTPUT ' DELIMITED BY SIZE
               WS-OUTPUT-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-BREACH-TEXT DELIMITED BY '  '
               INTO RUNLOG-RECORD.
           WRITE RUNLOG-RECORD.
           DISPLAY RUNLOG-RECORD.
           MOVE 'F' TO ALERT-SEVERITY.
           MOVE 'JOBCTL-01' TO ALERT-PROGRAM.
           MOVE WS-OUTPUT-NAME TO ALERT-SUBJECT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING 'OUTPUT CONTRACT BROKEN BY STEP ' DELIMITED BY SIZE
               WS-STEP-NAME DELIMITED BY '  '
               ': ' DELIMITED BY SIZE
               WS-BREACH-TEXT DELIMITED BY '  '
               INTO ALERT-MESSAGE.
           CALL 'OPSALRT-01' USING ALERT-PARMS.
