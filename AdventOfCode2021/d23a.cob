      * diagram. Now reads the burrow diagram from the input file and
      * runs a real Dijkstra search over the move graph, so it answers
      * whatever diagram is given instead of one fixed arrangement.
      * The room depth is however many occupant rows the diagram has,
      * up to WS-MAX-DEPTH; the D23PARM flag folds in the two extra
      * rows the real puzzle's part two inserts, so both parts (and
      * deeper burrow designs) run through this one solver.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLAYFILE ASSIGN TO WS-REPLAY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUMPFILE ASSIGN TO WS-DUMP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

       DATA DIVISION.

         FD DUMPFILE.
         01 DUMP-RECORD PIC X(80).

      * 'F' folds the part-two rows into the diagram as read; a
      * blank or missing parameter solves the diagram exactly as
      * drawn.
         FD PARMFILE.
         01 PARM-RECORD PIC X(1).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd23.input'.
         01 WS-REPLAY-DSN PIC X(64) VALUE 'D23AREPLAY'.
         01 WS-DUMP-DSN PIC X(64) VALUE 'D23ADUMP'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D23PARM'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.

      * The room depth is read from however many occupant rows the
      * diagram actually has (plus two when the part-two rows are
      * folded in). WS-MAX-DEPTH is the deepest room the state
      * string has slots for.
         77 WS-MAX-DEPTH PIC 9 VALUE 8.
         77 WS-DEPTH PIC 9 VALUE 0.
         77 WS-LINE-COUNT PIC 9(2) VALUE 0.
         77 WS-STATE-LEN PIC 9(2) VALUE 0.
         01 WS-ROOM-INIT-ARR OCCURS 4 TIMES.
           05 WS-ROOM-INIT PIC X VALUE '.' OCCURS 8 TIMES.
         01 PARM-STATUS PIC X(2) VALUE SPACES.
         77 WS-FOLD PIC X VALUE 'N'.
         77 WS-BAD-ROW PIC 9(2) VALUE 0.
         01 WS-LETTER-COUNT PIC 9(2) VALUE 0 OCCURS 4 TIMES.

         77 WS-VALUE PIC 9(4) OCCURS 4 TIMES.

      * Burrow state is one flat string: 11 hallway cells, then 4
      * rooms of WS-DEPTH cells each (top to bottom), then spaces up
      * to the WS-MAX-DEPTH room size. A cell holds 'A'..'D' for an
      * amphipod or '.' for empty.
         01 WS-GOAL-STATE PIC X(43) VALUE SPACES.
         01 WS-CUR-STATE PIC X(43) VALUE SPACES.
         01 WS-QUERY-STATE PIC X(43) VALUE SPACES.
         77 WS-CUR-COST PIC 9(8) VALUE 0.
         77 WS-NEW-COST PIC 9(8) VALUE 0.

      * Every distinct state reached during the search, with its best
      * known cost so far and whether it has been settled. 20000 was
      * not enough to even clear the worked example in the puzzle
      * text; the cap is sized for the folded depth-4 diagram, whose
      * state space is far bigger than the depth-2 one.
         01 WS-STATE-STR PIC X(43) VALUE SPACES OCCURS 800000 TIMES.
         01 WS-STATE-COST PIC 9(8) VALUE 9999999 OCCURS 800000 TIMES.
         01 WS-STATE-VISITED PIC 9 VALUE 0 OCCURS 800000 TIMES.
      * Winning-path bookkeeping: the settled state each state was
      * cheapest reached from, and the move that got it there.
         01 WS-STATE-PRED PIC 9(8) COMP VALUE 0 OCCURS 800000 TIMES.
         01 WS-STATE-MV-LETTER PIC X VALUE SPACE OCCURS 800000 TIMES.
         01 WS-STATE-MV-FROM PIC 9(2) COMP VALUE 0 OCCURS 800000 TIMES.
         01 WS-STATE-MV-TO PIC 9(2) COMP VALUE 0 OCCURS 800000 TIMES.
         01 WS-STATE-MV-COST PIC 9(8) COMP VALUE 0 OCCURS 800000 TIMES.
      * Hashed index over the state table: find-or-add walks one
      * short bucket chain instead of scanning every state yet seen.
         01 WS-HASH-HEAD PIC 9(8) COMP VALUE 0 OCCURS 262144 TIMES.
         01 WS-STATE-NEXT PIC 9(8) COMP VALUE 0 OCCURS 800000 TIMES.
         77 WS-HASH PIC 9(8) VALUE 0.
         77 WS-HASH-I PIC 9(2) VALUE 0.
         77 WS-MV-LETTER PIC X VALUE SPACE.

         77 RESULT PIC 9(8) VALUE 0.

      * The Dijkstra search can run the better part of an hour with
      * no output; a heartbeat every few thousand states keeps the
      * console able to tell working from hung.
         77 WS-PULSE-EVERY PIC 9(6) VALUE 5000.
         COPY HEARTBT.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd23.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D23AREPLAY' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPLAY-DSN.
           MOVE 'D23ADUMP' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DUMP-DSN.
           MOVE 'D23PARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           PERFORM 004-INIT-VALUES.
           PERFORM 008-LOAD-PARM.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           MOVE WS-LINE-COUNT TO WS-DEPTH.
           IF WS-FOLD = 'Y' THEN
             PERFORM 007-FOLD-FOR-PART-2
           END-IF.
           PERFORM 009-CHECK-DIAGRAM.
           COMPUTE WS-STATE-LEN = 11 + 4 * WS-DEPTH.
           PERFORM 005-BUILD-GOAL.
           PERFORM 006-BUILD-INITIAL.
           PERFORM 010-SOLVE UNTIL WS-DONE = 1.

      * Any line with a letter in the fourth column is one row of
      * amphipod starting positions; everything else (the walls and
      * the empty hallway row) is ignored. Rows past the deepest room
      * the solver holds are counted but not stored, so the check
      * after the read can name the depth actually drawn.
       003-PROCESS-RECORD.
           IF REC-LEN >= 10 AND (INPUTRECORD(4:1) = 'A' OR 'B' OR
           'C' OR 'D') THEN
             ADD 1 TO WS-LINE-COUNT
             IF WS-LINE-COUNT > WS-MAX-DEPTH THEN
               EXIT PARAGRAPH
             END-IF
             MOVE INPUTRECORD(4:1) TO WS-ROOM-INIT(1, WS-LINE-COUNT)
             MOVE INPUTRECORD(6:1) TO WS-ROOM-INIT(2, WS-LINE-COUNT)
             MOVE INPUTRECORD(8:1) TO WS-ROOM-INIT(3, WS-LINE-COUNT)
           MOVE 100 TO WS-VALUE(3).
           MOVE 1000 TO WS-VALUE(4).

      * The real puzzle's part two folds two extra rows into the
      * diagram, between the top row (read into depth 1) and the
      * rows below it: "#D#C#B#A#" above "#D#B#A#C#". Every row read
      * below the top moves down two, and the two fixed rows take
      * depths 2 and 3.
       007-FOLD-FOR-PART-2.
           IF WS-LINE-COUNT < 1 OR WS-LINE-COUNT + 2 > WS-MAX-DEPTH THEN
             DISPLAY 'CANNOT FOLD IN THE PART-TWO ROWS: ROOM DEPTH '
                 WS-LINE-COUNT ' PLUS 2 IS OVER THE LIMIT OF '
                 WS-MAX-DEPTH
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM VARYING DD FROM WS-LINE-COUNT BY -1 UNTIL DD < 2
             COMPUTE DD2 = DD + 2
             PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
               MOVE WS-ROOM-INIT(R, DD) TO WS-ROOM-INIT(R, DD2)
             END-PERFORM
           END-PERFORM.
           MOVE 'D' TO WS-ROOM-INIT(1, 2).
           MOVE 'C' TO WS-ROOM-INIT(2, 2).
           MOVE 'B' TO WS-ROOM-INIT(3, 2).
           MOVE 'A' TO WS-ROOM-INIT(4, 2).
           MOVE 'D' TO WS-ROOM-INIT(1, 3).
           MOVE 'B' TO WS-ROOM-INIT(2, 3).
           MOVE 'A' TO WS-ROOM-INIT(3, 3).
           MOVE 'C' TO WS-ROOM-INIT(4, 3).
           COMPUTE WS-DEPTH = WS-LINE-COUNT + 2.

      * A missing parameter file (status other than "00") just means
      * the diagram is solved as drawn.
       008-LOAD-PARM.
           OPEN INPUT PARMFILE.
           IF PARM-STATUS = "00" THEN
             READ PARMFILE
               NOT AT END
                 IF PARM-RECORD = 'F' THEN
                   MOVE 'Y' TO WS-FOLD
                 END-IF
             END-READ
             CLOSE PARMFILE
           ELSE
             CLOSE PARMFILE
           END-IF.

      * A diagram the solver cannot hold, or one that cannot reach
      * the goal, is a fatal input problem: the depth must be 1 to
      * WS-MAX-DEPTH, every room cell must be an amphipod, and each
      * kind must number exactly one room's worth.
       009-CHECK-DIAGRAM.
           IF WS-LINE-COUNT = 0 THEN
             DISPLAY 'NO AMPHIPOD ROWS IN THE BURROW DIAGRAM'
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-LINE-COUNT > WS-MAX-DEPTH THEN
             DISPLAY 'ROOM DEPTH ' WS-LINE-COUNT
                 ' IS OVER THE LIMIT OF ' WS-MAX-DEPTH
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO WS-BAD-ROW.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
             MOVE 0 TO WS-LETTER-COUNT(R)
           END-PERFORM.
           PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > WS-DEPTH
             PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
               MOVE WS-ROOM-INIT(R, DD) TO LETTER
               IF LETTER = 'A' OR 'B' OR 'C' OR 'D' THEN
                 COMPUTE RT = FUNCTION ORD(LETTER)
                     - FUNCTION ORD('A') + 1
                 ADD 1 TO WS-LETTER-COUNT(RT)
               ELSE
                 IF WS-BAD-ROW = 0 THEN
                   MOVE DD TO WS-BAD-ROW
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM.
           IF WS-BAD-ROW > 0 THEN
             DISPLAY 'ROOM ROW ' WS-BAD-ROW
                 ' HAS A CELL THAT IS NOT AN AMPHIPOD'
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
             IF WS-LETTER-COUNT(R) NOT = WS-DEPTH THEN
               MOVE FUNCTION CHAR(FUNCTION ORD('A') + R - 1)
                   TO LETTER
               DISPLAY 'DIAGRAM HOLDS ' WS-LETTER-COUNT(R) ' OF '
                   LETTER ' FOR ROOMS ' WS-DEPTH ' DEEP'
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.

       005-BUILD-GOAL.
           MOVE SPACES TO WS-GOAL-STATE.
           PERFORM VARYING HPOS FROM 1 BY 1 UNTIL HPOS > 11
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
             MOVE FUNCTION CHAR(FUNCTION ORD('A') + R - 1) TO LETTER
             PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > WS-DEPTH
               COMPUTE OFS = 11 + (R - 1) * WS-DEPTH + DD
               MOVE LETTER TO WS-GOAL-STATE(OFS:1)
             END-PERFORM
           END-PERFORM.
           END-PERFORM.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
             PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > WS-DEPTH
               COMPUTE OFS = 11 + (R - 1) * WS-DEPTH + DD
               MOVE WS-ROOM-INIT(R, DD) TO WS-QUERY-STATE(OFS:1)
             END-PERFORM
           END-PERFORM.
       031-TRY-ROOM-EXIT.
           MOVE 0 TO TD.
           PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > WS-DEPTH OR TD > 0
             COMPUTE OFS = 11 + (R - 1) * WS-DEPTH + DD
             IF WS-CUR-STATE(OFS:1) NOT = '.' THEN
               MOVE DD TO TD
             END-IF
           IF TD = 0 THEN
             EXIT PARAGRAPH
           END-IF.
           COMPUTE OFS = 11 + (R - 1) * WS-DEPTH + TD.
           MOVE WS-CUR-STATE(OFS:1) TO LETTER.
           COMPUTE RT = FUNCTION ORD(LETTER) - FUNCTION ORD('A') + 1.
           MOVE 1 TO SETTLED.
           ELSE
             COMPUTE DD2 = TD + 1
             PERFORM VARYING DD2 FROM DD2 BY 1 UNTIL DD2 > WS-DEPTH
               COMPUTE OFS2 = 11 + (R - 1) * WS-DEPTH + DD2
               IF WS-CUR-STATE(OFS2:1) NOT = LETTER THEN
                 MOVE 0 TO SETTLED
               END-IF
           COMPUTE RT = FUNCTION ORD(LETTER) - FUNCTION ORD('A') + 1.
           MOVE 1 TO RM-READY.
           PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > WS-DEPTH
             COMPUTE OFS = 11 + (RT - 1) * WS-DEPTH + DD
             IF WS-CUR-STATE(OFS:1) NOT = '.' AND
             WS-CUR-STATE(OFS:1) NOT = LETTER THEN
               MOVE 0 TO RM-READY
           MOVE 0 TO TARGETD.
           PERFORM VARYING DD FROM WS-DEPTH BY -1
               UNTIL DD < 1 OR TARGETD > 0
             COMPUTE OFS = 11 + (RT - 1) * WS-DEPTH + DD
             IF WS-CUR-STATE(OFS:1) = '.' THEN
               MOVE DD TO TARGETD
             END-IF
           IF WS-PATH-CLEAR = 0 THEN
             EXIT PARAGRAPH
           END-IF.
           COMPUTE OFS = 11 + (RT - 1) * WS-DEPTH + TARGETD.
           COMPUTE STEPS = TARGETD + FUNCTION ABS(HPOS - DOORWAY).
           COMPUTE WS-NEW-COST = WS-CUR-COST + STEPS * WS-VALUE(RT).
           MOVE WS-CUR-STATE TO WS-QUERY-STATE.
             MOVE WS-STATE-NEXT(WS-FOUND-IDX) TO WS-FOUND-IDX
           END-PERFORM.
           IF WS-FOUND-IDX = 0 THEN
             IF WS-STATE-COUNT >= 800000 THEN
                PERFORM 050-DUMP-AND-FAIL
             END-IF
             ADD 1 TO WS-STATE-COUNT
             IF FUNCTION MOD(WS-STATE-COUNT, WS-PULSE-EVERY) = 0 THEN
                MOVE 'AOC-2021-23-1' TO HEARTBT-PROGRAM-ID
                MOVE 'DIJKSTRA SEARCH' TO HEARTBT-PHASE
                MOVE WS-STATE-COUNT TO HEARTBT-COUNTER
                CALL 'HEARTBT-01' USING HEARTBT-PARMS
             END-IF
             MOVE WS-QUERY-STATE TO WS-STATE-STR(WS-STATE-COUNT)
             MOVE 9999999 TO WS-STATE-COST(WS-STATE-COUNT)
             MOVE 0 TO WS-STATE-VISITED(WS-STATE-COUNT)
       041-HASH-QUERY-STATE.
           MOVE 0 TO WS-HASH.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
               UNTIL WS-HASH-I > WS-STATE-LEN
             COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                 + FUNCTION ORD(WS-QUERY-STATE(WS-HASH-I:1)), 262144)
           END-PERFORM.
               INTO DUMP-RECORD.
           WRITE DUMP-RECORD.
           CLOSE DUMPFILE.
           DISPLAY 'STATE TABLE FULL: MORE THAN 800000 ENTRIES'
               ' - SEARCH STATE DUMPED TO D23ADUMP'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
               INTO REPLAY-RECORD.
           WRITE REPLAY-RECORD.

      * Cells 1-11 are the hallway; 12 on are the four rooms, WS-DEPTH
      * slots per room top to bottom.
       062-DESCRIBE-CELL.
           IF WS-CELL <= 11 THEN
                 INTO WS-CELL-DESC
           ELSE
             MOVE SPACES TO WS-CELL-DESC
             COMPUTE R = (WS-CELL - 12) / WS-DEPTH + 1
             COMPUTE DD = FUNCTION MOD(WS-CELL - 12, WS-DEPTH) + 1
             STRING 'ROOM ' DELIMITED BY SIZE
                 R DELIMITED BY SIZE
                 ' DEPTH ' DELIMITED BY SIZE
           PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > WS-DEPTH
             MOVE SPACES TO WS-DIAG-LINE
             PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
               COMPUTE OFS2 = 11 + (R - 1) * WS-DEPTH + DD
               MOVE WS-STATE-STR(RIDX)(OFS2:1)
                   TO WS-DIAG-LINE(R * 2:1)
               MOVE '#' TO WS-DIAG-LINE(R * 2 - 1:1)
