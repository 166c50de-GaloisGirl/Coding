       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-12-1.
       AUTHOR ANNA KOSIERADZKA.

      * One transmission can carry several ferries' courses. A line
      *   VOYAGE <ship-id> <heading> <waypoint-east> <waypoint-north>
      * starts a new voyage: position, fuel and rejects start over
      * and are reported per voyage, with a fleet trailer at the end.
      * Instructions before the first header are one voyage of an
      * unnamed ship heading east, which is how a single-ferry feed
      * still runs. The waypoint belongs to AOC-2020-12-2 and is only
      * checked here, so both jobs agree on what a bad header is.
      
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFILE ASSIGN TO WS-AUDIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO WS-REJECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUELFILE ASSIGN TO WS-FUEL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUEL-STATUS.

         01 INPUTRECORD.
           05 INPUT-ACTION PIC X.
           05 INPUT-ARG PIC 9(3).
         01 INPUT-LINE PIC X(99).

         FD AUDITFILE.
         01 AUDIT-RECORD PIC X(80).
         FD REJECTFILE.
         01 REJECT-RECORD PIC X(80).

      * Fuel budget: line 1 each voyage's allowance, line 2 an
      * optional per-leg allowance. Operations pays for fuel; the
      * audit should say what a night's instructions cost.
         FD FUELFILE.
         01 FUEL-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd12.input'.
         01 WS-AUDIT-DSN PIC X(64) VALUE 'D12AUDIT'.
         01 WS-REJECT-DSN PIC X(64) VALUE 'D12AREJECT'.
         01 WS-FUEL-DSN PIC X(64) VALUE 'D12FUEL'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.
         01 CURR-DIR PIC X VALUE 'E'.
         01 WS-OVER-LEGS PIC 9(4) VALUE 0.
         01 WS-BUDGET-BUSTED PIC X VALUE 'N'.
         01 WS-LEG-FLAG PIC X(20) VALUE SPACES.
      * Current voyage; the defaults are the unnamed voyage a feed
      * without headers runs as.
         01 WS-VOY-ACTIVE PIC X VALUE 'N'.
         01 WS-VOY-SHIP PIC X(12) VALUE 'UNNAMED'.
         01 WS-VOY-HEADING PIC X VALUE 'E'.
         01 WS-VOY-INSTR PIC 9(6) VALUE 0.
         01 WS-VOY-REJECTS PIC 9(6) VALUE 0.
         01 WS-VOY-DIST PIC 9(8) VALUE 0.
      * Header fields as they arrive, before they are checked.
         01 WS-HDR-SHIP PIC X(12) VALUE SPACES.
         01 WS-HDR-HEADING PIC X(3) VALUE SPACES.
         01 WS-HDR-EAST PIC X(8) VALUE SPACES.
         01 WS-HDR-NORTH PIC X(8) VALUE SPACES.
         01 WS-NUM-TEXT PIC X(8) VALUE SPACES.
         01 WS-NUM-DIGITS PIC X(8) VALUE SPACES.
         01 WS-NUM-LEN PIC 9(2) VALUE 0.
         01 WS-NUM-OK PIC X VALUE 'N'.
      * Fleet trailer totals.
         01 WS-FLEET-VOYAGES PIC 9(4) VALUE 0.
         01 WS-FLEET-TAINTED PIC 9(4) VALUE 0.
         01 WS-FLEET-BUSTED PIC 9(4) VALUE 0.
         01 WS-FLEET-OVER-LEGS PIC 9(6) VALUE 0.
         01 WS-FLEET-DIST PIC 9(10) VALUE 0.
         01 WS-FLEET-FUEL PIC 9(10) VALUE 0.

      * Parameters passed to the shared job-completion trailer
      * writer and the cross-day results ledger; the result carried
      * is the fleet's total fuel for the night so the ledger trends
      * it.
         COPY JOBLOG.
         COPY LEDGER.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd12.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D12AUDIT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-AUDIT-DSN.
           MOVE 'D12AREJECT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REJECT-DSN.
           MOVE 'D12FUEL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FUEL-DSN.
           MOVE 'AOC-2020-12-1' TO JOBLOG-PROGRAM-ID.
           CALL 'JOBSTART-01' USING JOBLOG-PARMS.
           PERFORM 011-LOAD-FUEL-BUDGET.
           OPEN OUTPUT REJECTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           IF WS-VOY-ACTIVE = 'Y' THEN
              PERFORM 014-END-VOYAGE
           END-IF.
           PERFORM 016-WRITE-FLEET-TRAILER.
           CLOSE AUDITFILE.
           CLOSE REJECTFILE.
           MOVE 'AOC-2020-12-1' TO JOBLOG-PROGRAM-ID.
           MOVE WS-INSTR-NUM TO JOBLOG-RECORDS-READ.
           MOVE WS-REJECT-COUNT TO JOBLOG-RECORDS-REJECTED.
           MOVE WS-FLEET-FUEL TO JOBLOG-RESULT.
           MOVE 'N' TO JOBLOG-RESULT-KIND.
           CALL 'JOBLOG-01' USING JOBLOG-PARMS.
           MOVE 'AOC-2020-12-1' TO LEDGER-PROGRAM-ID.
           MOVE WS-FLEET-FUEL TO LEDGER-RESULT.
           MOVE 'N' TO LEDGER-RESULT-KIND.
           CALL 'LEDGER-01' USING LEDGER-PARMS.
      * Shop convention: rejected instructions mean the position was
      * computed from an incomplete course, and a busted fuel budget
      * is a cost overrun -- completed either way, but with
      * warnings. Any voyage's trouble warns the whole run, even
      * though each voyage's figures stand on their own.
           IF WS-REJECT-COUNT > 0 OR WS-FLEET-BUSTED > 0
               OR WS-FLEET-OVER-LEGS > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       
       003-PROCESS-RECORD.
           ADD 1 TO WS-INSTR-NUM.
           IF INPUT-LINE(1:7) = 'VOYAGE ' THEN
              IF WS-VOY-ACTIVE = 'Y' THEN
                 PERFORM 014-END-VOYAGE
              END-IF
              PERFORM 015-START-VOYAGE
              EXIT PARAGRAPH
           END-IF.
           IF WS-VOY-ACTIVE = 'N' THEN
              PERFORM 017-RESET-VOYAGE
           END-IF.
           ADD 1 TO WS-VOY-INSTR.
           PERFORM 010-VALIDATE-INSTRUCTION.
           IF WS-INSTR-OK = 'N' THEN
              EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              MOVE 'N' TO WS-INSTR-OK
              PERFORM 018-WRITE-REJECT
           END-IF.

       004-COMPUTE-DIRECTION.

       012-WRITE-FUEL-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD.
           STRING 'VOYAGE FUEL ' DELIMITED BY SIZE
               WS-FUEL-TOTAL DELIMITED BY SIZE
               ' BUDGET ' DELIMITED BY SIZE
               WS-FUEL-BUDGET DELIMITED BY SIZE
           WRITE AUDIT-RECORD.
           DISPLAY AUDIT-RECORD.
           IF WS-BUDGET-BUSTED = 'Y' THEN
              MOVE 'VOYAGE RAN OVER THE FUEL BUDGET'
                  TO AUDIT-RECORD
              WRITE AUDIT-RECORD
              DISPLAY AUDIT-RECORD
           END-IF.

      * Closes off the voyage in hand: its distance and fuel are
      * reported on their own and then rolled into the fleet totals.
       014-END-VOYAGE.
           COMPUTE WS-VOY-DIST = FUNCTION ABS(X) + FUNCTION ABS(Y).
           MOVE SPACES TO AUDIT-RECORD.
           STRING 'VOYAGE ' DELIMITED BY SIZE
               WS-VOY-SHIP DELIMITED BY SPACE
               ' DISTANCE ' DELIMITED BY SIZE
               WS-VOY-DIST DELIMITED BY SIZE
               ' INSTRUCTIONS ' DELIMITED BY SIZE
               WS-VOY-INSTR DELIMITED BY SIZE
               ' REJECTS ' DELIMITED BY SIZE
               WS-VOY-REJECTS DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           DISPLAY AUDIT-RECORD.
           PERFORM 012-WRITE-FUEL-SUMMARY.
           ADD WS-VOY-DIST TO WS-FLEET-DIST.
           ADD WS-FUEL-TOTAL TO WS-FLEET-FUEL.
           ADD WS-OVER-LEGS TO WS-FLEET-OVER-LEGS.
           IF WS-VOY-REJECTS > 0 THEN
              ADD 1 TO WS-FLEET-TAINTED
           END-IF.
           IF WS-BUDGET-BUSTED = 'Y' THEN
              ADD 1 TO WS-FLEET-BUSTED
           END-IF.
           MOVE 'N' TO WS-VOY-ACTIVE.

      * A header that fails its checks is rejected like a bad
      * instruction and counts against its own voyage only; the
      * voyage still runs, from the defaults for whatever was bad.
       015-START-VOYAGE.
           MOVE SPACES TO WS-HDR-SHIP WS-HDR-HEADING
               WS-HDR-EAST WS-HDR-NORTH.
           UNSTRING INPUT-LINE(8:92) DELIMITED BY ALL ' '
               INTO WS-HDR-SHIP WS-HDR-HEADING
                   WS-HDR-EAST WS-HDR-NORTH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'UNNAMED' TO WS-VOY-SHIP.
           MOVE 'E' TO WS-VOY-HEADING.
           IF WS-HDR-SHIP = SPACES THEN
              MOVE 'VOYAGE SHIP ID MISSING' TO WS-REJECT-REASON
           ELSE
              MOVE WS-HDR-SHIP TO WS-VOY-SHIP
           END-IF.
           IF WS-HDR-HEADING = 'N' OR WS-HDR-HEADING = 'S'
               OR WS-HDR-HEADING = 'E' OR WS-HDR-HEADING = 'W' THEN
              MOVE WS-HDR-HEADING TO WS-VOY-HEADING
           ELSE
              IF WS-REJECT-REASON = SPACES THEN
                 MOVE 'VOYAGE HEADING NOT N/S/E/W'
                     TO WS-REJECT-REASON
              END-IF
           END-IF.
           MOVE WS-HDR-EAST TO WS-NUM-TEXT.
           PERFORM 019-CHECK-SIGNED-NUMBER.
           IF WS-NUM-OK = 'Y' THEN
              MOVE WS-HDR-NORTH TO WS-NUM-TEXT
              PERFORM 019-CHECK-SIGNED-NUMBER
           END-IF.
           IF WS-NUM-OK = 'N' AND WS-REJECT-REASON = SPACES THEN
              MOVE 'VOYAGE WAYPOINT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           PERFORM 017-RESET-VOYAGE.
           MOVE SPACES TO AUDIT-RECORD.
           STRING 'VOYAGE ' DELIMITED BY SIZE
               WS-VOY-SHIP DELIMITED BY SPACE
               ' STARTS FACING=' DELIMITED BY SIZE
               CURR-DIR DELIMITED BY SIZE
               ' AT LINE ' DELIMITED BY SIZE
               WS-INSTR-NUM DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           IF WS-REJECT-REASON NOT = SPACES THEN
              PERFORM 018-WRITE-REJECT
           END-IF.

       016-WRITE-FLEET-TRAILER.
           MOVE SPACES TO AUDIT-RECORD.
           STRING 'FLEET VOYAGES ' DELIMITED BY SIZE
               WS-FLEET-VOYAGES DELIMITED BY SIZE
               ' WITH REJECTS ' DELIMITED BY SIZE
               WS-FLEET-TAINTED DELIMITED BY SIZE
               ' OVER BUDGET ' DELIMITED BY SIZE
               WS-FLEET-BUSTED DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           DISPLAY AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           STRING 'FLEET DISTANCE ' DELIMITED BY SIZE
               WS-FLEET-DIST DELIMITED BY SIZE
               ' FUEL ' DELIMITED BY SIZE
               WS-FLEET-FUEL DELIMITED BY SIZE
               ' OVER-BUDGET-LEGS ' DELIMITED BY SIZE
               WS-FLEET-OVER-LEGS DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           DISPLAY AUDIT-RECORD.

       017-RESET-VOYAGE.
           MOVE 0 TO X Y.
           MOVE WS-VOY-HEADING TO CURR-DIR.
           MOVE 0 TO WS-FUEL-TOTAL WS-OVER-LEGS.
           MOVE 'N' TO WS-BUDGET-BUSTED.
           MOVE 0 TO WS-VOY-INSTR WS-VOY-REJECTS.
           ADD 1 TO WS-FLEET-VOYAGES.
           MOVE 'Y' TO WS-VOY-ACTIVE.

       018-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-VOY-REJECTS.
           MOVE SPACES TO REJECT-RECORD.
           STRING 'LINE ' DELIMITED BY SIZE
               WS-INSTR-NUM DELIMITED BY SIZE
               ' SHIP ' DELIMITED BY SIZE
               WS-VOY-SHIP DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INPUT-LINE(1:16) DELIMITED BY SIZE
               ' REASON ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO REJECT-RECORD.
           WRITE REJECT-RECORD.

      * Waypoint offsets are whole units, optionally negative.
       019-CHECK-SIGNED-NUMBER.
           MOVE 'Y' TO WS-NUM-OK.
           IF WS-NUM-TEXT(1:1) = '-' THEN
              MOVE WS-NUM-TEXT(2:7) TO WS-NUM-DIGITS
           ELSE
              MOVE WS-NUM-TEXT TO WS-NUM-DIGITS
           END-IF.
           MOVE 0 TO WS-NUM-LEN.
           INSPECT WS-NUM-DIGITS TALLYING WS-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NUM-LEN = 0 THEN
              MOVE 'N' TO WS-NUM-OK
           ELSE
              IF WS-NUM-DIGITS(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                 MOVE 'N' TO WS-NUM-OK
              END-IF
           END-IF.
