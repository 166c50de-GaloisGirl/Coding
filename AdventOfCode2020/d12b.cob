       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-12-2.
       AUTHOR ANNA KOSIERADZKA.

      * One transmission can carry several ferries' courses. A line
      *   VOYAGE <ship-id> <heading> <waypoint-east> <waypoint-north>
      * starts a new voyage: ship, waypoint and rejects start over
      * and are reported per voyage in D12BVOYAGE, with a fleet
      * trailer at the end. Instructions before the first header
      * are one voyage of an unnamed ship with the waypoint 10 east,
      * 1 north, which is how a single-ferry feed still runs. The
      * heading belongs to AOC-2020-12-1 and is only checked here,
      * so both jobs agree on what a bad header is.
      
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO WS-REJECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOYAGEFILE ASSIGN TO WS-VOYAGE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD INPUTFILE
         RECORD IS VARYING IN SIZE FROM 1 to 99
         DEPENDING ON REC-LEN.
         01 INPUTRECORD.
           05 INPUT-ACTION PIC X.
           05 INPUT-ARG PIC 9(3).
         01 INPUT-LINE PIC X(99).

      * Instructions that fail validation, with line number and
      * reason: a ferry position that is quietly wrong is worse than
         FD REJECTFILE.
         01 REJECT-RECORD PIC X(80).

      * One line per voyage, then the fleet trailer.
         FD VOYAGEFILE.
         01 VOYAGE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd12.input'.
         01 WS-REJECT-DSN PIC X(64) VALUE 'D12BREJECT'.
         01 WS-VOYAGE-DSN PIC X(64) VALUE 'D12BVOYAGE'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.
         01 WX PIC S9(8) VALUE -1.
         01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
         01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
         01 WS-INSTR-OK PIC X VALUE 'N'.
      * Current voyage; the defaults are the unnamed voyage a feed
      * without headers runs as.
         01 WS-VOY-ACTIVE PIC X VALUE 'N'.
         01 WS-VOY-SHIP PIC X(12) VALUE 'UNNAMED'.
         01 WS-VOY-WX PIC S9(8) VALUE -1.
         01 WS-VOY-WY PIC S9(8) VALUE 10.
         01 WS-VOY-INSTR PIC 9(6) VALUE 0.
         01 WS-VOY-REJECTS PIC 9(6) VALUE 0.
         01 WS-VOY-DIST PIC 9(10) VALUE 0.
      * Header fields as they arrive, before they are checked.
         01 WS-HDR-SHIP PIC X(12) VALUE SPACES.
         01 WS-HDR-HEADING PIC X(3) VALUE SPACES.
         01 WS-HDR-EAST PIC X(8) VALUE SPACES.
         01 WS-HDR-NORTH PIC X(8) VALUE SPACES.
         01 WS-HDR-EAST-OK PIC X VALUE 'N'.
         01 WS-NUM-TEXT PIC X(8) VALUE SPACES.
         01 WS-NUM-DIGITS PIC X(8) VALUE SPACES.
         01 WS-NUM-LEN PIC 9(2) VALUE 0.
         01 WS-NUM-OK PIC X VALUE 'N'.
      * Fleet trailer totals.
         01 WS-FLEET-VOYAGES PIC 9(4) VALUE 0.
         01 WS-FLEET-TAINTED PIC 9(4) VALUE 0.
         01 WS-FLEET-DIST PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd12.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D12BREJECT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REJECT-DSN.
           MOVE 'D12BVOYAGE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-VOYAGE-DSN.
           OPEN INPUT INPUTFILE.
           OPEN OUTPUT REJECTFILE.
           OPEN OUTPUT VOYAGEFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           IF WS-VOY-ACTIVE = 'Y' THEN
              PERFORM 006-END-VOYAGE
           END-IF.
           PERFORM 008-WRITE-FLEET-TRAILER.
           CLOSE REJECTFILE.
           CLOSE VOYAGEFILE.
      * Shop convention: rejected instructions mean the position was
      * computed from an incomplete course -- completed, but with
      * warnings. Any voyage's rejects warn the whole run, even
      * though each voyage's figures stand on their own.
           IF WS-REJECT-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
       
       003-PROCESS-RECORD.
           ADD 1 TO WS-INSTR-NUM.
           IF INPUT-LINE(1:7) = 'VOYAGE ' THEN
              IF WS-VOY-ACTIVE = 'Y' THEN
                 PERFORM 006-END-VOYAGE
              END-IF
              PERFORM 007-START-VOYAGE
              EXIT PARAGRAPH
           END-IF.
           IF WS-VOY-ACTIVE = 'N' THEN
              PERFORM 009-RESET-VOYAGE
           END-IF.
           ADD 1 TO WS-VOY-INSTR.
           PERFORM 005-VALIDATE-INSTRUCTION.
           IF WS-INSTR-OK = 'N' THEN
              EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              MOVE 'N' TO WS-INSTR-OK
              PERFORM 010-WRITE-REJECT
           END-IF.

       004-NAVIGATE.
            WHEN 'E'
               COMPUTE WY = WY + ARG
           END-EVALUATE.

      * Closes off the voyage in hand: its distance is reported on
      * its own and then rolled into the fleet totals.
       006-END-VOYAGE.
           COMPUTE WS-VOY-DIST = FUNCTION ABS(X) + FUNCTION ABS(Y).
           MOVE SPACES TO VOYAGE-RECORD.
           STRING 'VOYAGE ' DELIMITED BY SIZE
               WS-VOY-SHIP DELIMITED BY SPACE
               ' DISTANCE ' DELIMITED BY SIZE
               WS-VOY-DIST DELIMITED BY SIZE
               ' INSTRUCTIONS ' DELIMITED BY SIZE
               WS-VOY-INSTR DELIMITED BY SIZE
               ' REJECTS ' DELIMITED BY SIZE
               WS-VOY-REJECTS DELIMITED BY SIZE
               INTO VOYAGE-RECORD.
           WRITE VOYAGE-RECORD.
           DISPLAY VOYAGE-RECORD.
           ADD WS-VOY-DIST TO WS-FLEET-DIST.
           IF WS-VOY-REJECTS > 0 THEN
              ADD 1 TO WS-FLEET-TAINTED
           END-IF.
           MOVE 'N' TO WS-VOY-ACTIVE.

      * A header that fails its checks is rejected like a bad
      * instruction and counts against its own voyage only; the
      * voyage still runs, from the defaults for whatever was bad.
       007-START-VOYAGE.
           MOVE SPACES TO WS-HDR-SHIP WS-HDR-HEADING
               WS-HDR-EAST WS-HDR-NORTH.
           UNSTRING INPUT-LINE(8:92) DELIMITED BY ALL ' '
               INTO WS-HDR-SHIP WS-HDR-HEADING
                   WS-HDR-EAST WS-HDR-NORTH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'UNNAMED' TO WS-VOY-SHIP.
           MOVE -1 TO WS-VOY-WX.
           MOVE 10 TO WS-VOY-WY.
           IF WS-HDR-SHIP = SPACES THEN
              MOVE 'VOYAGE SHIP ID MISSING' TO WS-REJECT-REASON
           ELSE
              MOVE WS-HDR-SHIP TO WS-VOY-SHIP
           END-IF.
           IF WS-HDR-HEADING NOT = 'N' AND WS-HDR-HEADING NOT = 'S'
               AND WS-HDR-HEADING NOT = 'E'
               AND WS-HDR-HEADING NOT = 'W'
               AND WS-REJECT-REASON = SPACES THEN
              MOVE 'VOYAGE HEADING NOT N/S/E/W' TO WS-REJECT-REASON
           END-IF.
      * The waypoint is given east then north; north is negative X
      * in this job's grid, as the N action shows.
           MOVE WS-HDR-EAST TO WS-NUM-TEXT.
           PERFORM 011-CHECK-SIGNED-NUMBER.
           MOVE WS-NUM-OK TO WS-HDR-EAST-OK.
           MOVE WS-HDR-NORTH TO WS-NUM-TEXT.
           PERFORM 011-CHECK-SIGNED-NUMBER.
           IF WS-HDR-EAST-OK = 'Y' AND WS-NUM-OK = 'Y' THEN
              COMPUTE WS-VOY-WY = FUNCTION NUMVAL(WS-HDR-EAST)
              COMPUTE WS-VOY-WX = 0 - FUNCTION NUMVAL(WS-HDR-NORTH)
           ELSE
              IF WS-REJECT-REASON = SPACES THEN
                 MOVE 'VOYAGE WAYPOINT NOT NUMERIC'
                     TO WS-REJECT-REASON
              END-IF
           END-IF.
           PERFORM 009-RESET-VOYAGE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              PERFORM 010-WRITE-REJECT
           END-IF.

       008-WRITE-FLEET-TRAILER.
           MOVE SPACES TO VOYAGE-RECORD.
           STRING 'FLEET VOYAGES ' DELIMITED BY SIZE
               WS-FLEET-VOYAGES DELIMITED BY SIZE
               ' WITH REJECTS ' DELIMITED BY SIZE
               WS-FLEET-TAINTED DELIMITED BY SIZE
               ' DISTANCE ' DELIMITED BY SIZE
               WS-FLEET-DIST DELIMITED BY SIZE
               INTO VOYAGE-RECORD.
           WRITE VOYAGE-RECORD.
           DISPLAY VOYAGE-RECORD.

       009-RESET-VOYAGE.
           MOVE 0 TO X Y.
           MOVE WS-VOY-WX TO WX.
           MOVE WS-VOY-WY TO WY.
           MOVE 0 TO WS-VOY-INSTR WS-VOY-REJECTS.
           ADD 1 TO WS-FLEET-VOYAGES.
           MOVE 'Y' TO WS-VOY-ACTIVE.

       010-WRITE-REJECT.
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
       011-CHECK-SIGNED-NUMBER.
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
