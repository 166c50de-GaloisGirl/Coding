       IDENTIFICATION DIVISION.
       PROGRAM-ID. D05CLR-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Dive route clearance: plots tonight's hydrothermal vent lines
      * the way AOC-2021-05-2 does (horizontal, vertical and 45-degree
      * diagonal), then walks every planned survey route in D05ROUTES
      * cell by cell against the overlap counts. Each cell a route
      * crosses that sits on a vent line is listed, with the first
      * and the worst crossing, and the route gets a verdict: CLEAR
      * (no vent cell crossed), CAUTION (vent cells crossed, all
      * below the danger threshold) or BLOCKED (at least one cell at
      * or above it). Planners get the answer before the dive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTFILE ASSIGN TO WS-VENT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VENT-STATUS.
           SELECT ROUTEFILE ASSIGN TO WS-ROUTE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROUTE-STATUS.
           SELECT PARMFILE ASSIGN TO "D05CLRPARM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT CLEARFILE ASSIGN TO WS-CLEAR-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Both the vent feed and the planned routes are segments in the
      * vent jobs' format: x1,y1 -> x2,y2.
         FD VENTFILE.
         01 VENT-RECORD PIC X(40).

         FD ROUTEFILE.
         01 ROUTE-RECORD PIC X(40).

      * First record: the overlap count at or above which a cell is
      * dangerous to cross.
         FD PARMFILE.
         01 PARM-RECORD PIC 9(3).

         FD CLEARFILE.
         01 CLEAR-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
         01 VENT-STATUS PIC X(2) VALUE SPACES.
         01 ROUTE-STATUS PIC X(2) VALUE SPACES.
         01 PARM-STATUS PIC X(2) VALUE SPACES.
         01 VENT-EOF PIC 9 VALUE 0.
         01 ROUTE-EOF PIC 9 VALUE 0.
         01 WS-VENT-DSN PIC X(64) VALUE 'd05.input'.
         01 WS-ROUTE-DSN PIC X(64) VALUE 'D05ROUTES'.
         01 WS-CLEAR-DSN PIC X(64) VALUE 'D05CLEAR'.
         COPY ENVQ.

         01 WS-MAP OCCURS 1000 TIMES.
           05 WS-POINT PIC 9(3) VALUE 0 OCCURS 1000 TIMES.
         01 WS-THRESHOLD PIC 9(3) VALUE 2.

      * One segment as parsed from either feed, and the unit step
      * that walks it from its first end to its second.
         01 WS-SEG-TEXT PIC X(40) VALUE SPACES.
         01 WS-SEG-OK PIC X VALUE 'N'.
         01 WS-F1 PIC X(5) VALUE SPACES.
         01 WS-F2 PIC X(5) VALUE SPACES.
         01 WS-F3 PIC X(5) VALUE SPACES.
         01 WS-F4 PIC X(5) VALUE SPACES.
         01 WS-L1 PIC 9(2) VALUE 0.
         01 WS-L2 PIC 9(2) VALUE 0.
         01 WS-L3 PIC 9(2) VALUE 0.
         01 WS-L4 PIC 9(2) VALUE 0.
         01 WS-X1 PIC 9(4) VALUE 0.
         01 WS-Y1 PIC 9(4) VALUE 0.
         01 WS-X2 PIC 9(4) VALUE 0.
         01 WS-Y2 PIC 9(4) VALUE 0.
         01 WS-DX PIC S9 VALUE 0.
         01 WS-DY PIC S9 VALUE 0.
         01 WS-SPAN-X PIC 9(4) VALUE 0.
         01 WS-SPAN-Y PIC 9(4) VALUE 0.
         01 WS-CELLS PIC 9(4) VALUE 0.
         01 WS-STEP PIC 9(4) VALUE 0.
         01 WS-CX PIC 9(4) VALUE 0.
         01 WS-CY PIC 9(4) VALUE 0.

         01 WS-VENT-LINES PIC 9(6) VALUE 0.
         01 WS-VENT-SKIPPED PIC 9(6) VALUE 0.

      * Per-route findings.
         01 WS-ROUTE-NUM PIC 9(4) VALUE 0.
         01 WS-HEAT PIC 9(3) VALUE 0.
         01 WS-CROSSINGS PIC 9(4) VALUE 0.
         01 WS-FIRST-X PIC 9(4) VALUE 0.
         01 WS-FIRST-Y PIC 9(4) VALUE 0.
         01 WS-FIRST-HEAT PIC 9(3) VALUE 0.
         01 WS-WORST-X PIC 9(4) VALUE 0.
         01 WS-WORST-Y PIC 9(4) VALUE 0.
         01 WS-WORST-HEAT PIC 9(3) VALUE 0.
         01 WS-CELL-KIND PIC X(6) VALUE SPACES.
         01 WS-VERDICT PIC X(8) VALUE SPACES.
         01 WS-CLEAR-COUNT PIC 9(4) VALUE 0.
         01 WS-CAUTION-COUNT PIC 9(4) VALUE 0.
         01 WS-BLOCKED-COUNT PIC 9(4) VALUE 0.
         01 WS-INVALID-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd05.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-VENT-DSN.
           MOVE 'D05ROUTES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ROUTE-DSN.
           MOVE 'D05CLEAR' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CLEAR-DSN.
           PERFORM 002-LOAD-PARMS.
           PERFORM 003-PLOT-VENTS.
           IF WS-VENT-LINES = 0 THEN
              DISPLAY 'D05CLR-01: NO VENT LINES ON FILE - NO '
                  'CLEARANCE CAN BE GIVEN'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ROUTEFILE.
           IF ROUTE-STATUS NOT = "00" THEN
              DISPLAY 'D05CLR-01: NO D05ROUTES ON FILE - NO ROUTES '
                  'TO CHECK'
              CLOSE ROUTEFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CLEARFILE.
           PERFORM 007-READ-ROUTE UNTIL ROUTE-EOF = 1.
           CLOSE ROUTEFILE.
           PERFORM 011-WRITE-TOTALS.
           CLOSE CLEARFILE.
      * Shop convention: a blocked or unreadable route is the finding
      * the planners asked about, reported as a warning; all routes
      * clear or only cautioned is a clean run.
           IF WS-BLOCKED-COUNT > 0 OR WS-INVALID-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A missing parameter file (status other than "00") just means
      * a danger threshold of 2, the vent jobs' overlap default.
       002-LOAD-PARMS.
           OPEN INPUT PARMFILE.
           IF PARM-STATUS = "00" THEN
              READ PARMFILE
                  AT END CONTINUE
                  NOT AT END
                     IF PARM-RECORD IS NUMERIC
                         AND PARM-RECORD > 0 THEN
                        MOVE PARM-RECORD TO WS-THRESHOLD
                     END-IF
              END-READ
              CLOSE PARMFILE
           ELSE
              CLOSE PARMFILE
           END-IF.

       003-PLOT-VENTS.
           OPEN INPUT VENTFILE.
           IF VENT-STATUS NOT = "00" THEN
              CLOSE VENTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO VENT-EOF.
           PERFORM 004-READ-VENT UNTIL VENT-EOF = 1.
           CLOSE VENTFILE.
           IF WS-VENT-SKIPPED > 0 THEN
              DISPLAY 'D05CLR-01: ' WS-VENT-SKIPPED
                  ' VENT LINE(S) UNREADABLE OR NOT STRAIGHT - '
                  'NOT PLOTTED'
           END-IF.

       004-READ-VENT.
           READ VENTFILE
               AT END MOVE 1 TO VENT-EOF
               NOT AT END
                  MOVE VENT-RECORD TO WS-SEG-TEXT
                  PERFORM 005-PARSE-SEGMENT
                  IF WS-SEG-OK = 'Y' THEN
                     ADD 1 TO WS-VENT-LINES
                     MOVE WS-X1 TO WS-CX
                     MOVE WS-Y1 TO WS-CY
                     PERFORM VARYING WS-STEP FROM 1 BY 1
                         UNTIL WS-STEP > WS-CELLS
                        ADD 1 TO WS-POINT(WS-CX + 1, WS-CY + 1)
                        PERFORM 006-NEXT-CELL
                     END-PERFORM
                  ELSE
                     ADD 1 TO WS-VENT-SKIPPED
                  END-IF
           END-READ.

      * Splits 'x1,y1 -> x2,y2' into its four coordinates and works
      * out the walk: one cell per step, horizontal, vertical or on
      * a 45-degree diagonal. Anything else, or a coordinate off the
      * 0-999 seabed grid, is not a usable segment.
       005-PARSE-SEGMENT.
           MOVE 'N' TO WS-SEG-OK.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4.
           MOVE 0 TO WS-L1 WS-L2 WS-L3 WS-L4.
           UNSTRING WS-SEG-TEXT DELIMITED BY ',' OR ' -> ' OR SPACE
               INTO WS-F1 COUNT IN WS-L1
                    WS-F2 COUNT IN WS-L2
                    WS-F3 COUNT IN WS-L3
                    WS-F4 COUNT IN WS-L4
           END-UNSTRING.
           IF WS-L1 = 0 OR WS-L1 > 3 OR WS-L2 = 0 OR WS-L2 > 3
               OR WS-L3 = 0 OR WS-L3 > 3 OR WS-L4 = 0 OR WS-L4 > 3
              EXIT PARAGRAPH
           END-IF.
           IF WS-F1(1:WS-L1) IS NOT NUMERIC
               OR WS-F2(1:WS-L2) IS NOT NUMERIC
               OR WS-F3(1:WS-L3) IS NOT NUMERIC
               OR WS-F4(1:WS-L4) IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-X1 = FUNCTION NUMVAL(WS-F1).
           COMPUTE WS-Y1 = FUNCTION NUMVAL(WS-F2).
           COMPUTE WS-X2 = FUNCTION NUMVAL(WS-F3).
           COMPUTE WS-Y2 = FUNCTION NUMVAL(WS-F4).
           MOVE 0 TO WS-DX.
           MOVE 0 TO WS-DY.
           IF WS-X2 > WS-X1 THEN
              MOVE 1 TO WS-DX
              COMPUTE WS-SPAN-X = WS-X2 - WS-X1
           ELSE
              IF WS-X2 < WS-X1 THEN
                 MOVE -1 TO WS-DX
              END-IF
              COMPUTE WS-SPAN-X = WS-X1 - WS-X2
           END-IF.
           IF WS-Y2 > WS-Y1 THEN
              MOVE 1 TO WS-DY
              COMPUTE WS-SPAN-Y = WS-Y2 - WS-Y1
           ELSE
              IF WS-Y2 < WS-Y1 THEN
                 MOVE -1 TO WS-DY
              END-IF
              COMPUTE WS-SPAN-Y = WS-Y1 - WS-Y2
           END-IF.
           IF WS-SPAN-X NOT = 0 AND WS-SPAN-Y NOT = 0
               AND WS-SPAN-X NOT = WS-SPAN-Y THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-SPAN-X > WS-SPAN-Y THEN
              COMPUTE WS-CELLS = WS-SPAN-X + 1
           ELSE
              COMPUTE WS-CELLS = WS-SPAN-Y + 1
           END-IF.
           MOVE 'Y' TO WS-SEG-OK.

       006-NEXT-CELL.
           COMPUTE WS-CX = WS-CX + WS-DX.
           COMPUTE WS-CY = WS-CY + WS-DY.

       007-READ-ROUTE.
           READ ROUTEFILE
               AT END MOVE 1 TO ROUTE-EOF
               NOT AT END
                  IF ROUTE-RECORD NOT = SPACES THEN
                     PERFORM 008-CHECK-ROUTE
                  END-IF
           END-READ.

      * Walks the route from its first end, so 'first crossing' is
      * the first vent cell the divers would reach; the worst is the
      * highest overlap count crossed, its first occurrence on a tie.
       008-CHECK-ROUTE.
           ADD 1 TO WS-ROUTE-NUM.
           MOVE ROUTE-RECORD TO WS-SEG-TEXT.
           PERFORM 005-PARSE-SEGMENT.
           IF WS-SEG-OK NOT = 'Y' THEN
              ADD 1 TO WS-INVALID-COUNT
              MOVE SPACES TO CLEAR-RECORD
              STRING 'ROUTE ' DELIMITED BY SIZE
                  WS-ROUTE-NUM DELIMITED BY SIZE
                  ' INVALID - NOT A STRAIGHT SEGMENT ON THE GRID: '
                  DELIMITED BY SIZE
                  ROUTE-RECORD DELIMITED BY SIZE
                  INTO CLEAR-RECORD
              WRITE CLEAR-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CLEAR-RECORD.
           STRING 'ROUTE ' DELIMITED BY SIZE
               WS-ROUTE-NUM DELIMITED BY SIZE
               ' FROM ' DELIMITED BY SIZE
               WS-X1 DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-Y1 DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-X2 DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-Y2 DELIMITED BY SIZE
               ' CELLS ' DELIMITED BY SIZE
               WS-CELLS DELIMITED BY SIZE
               INTO CLEAR-RECORD.
           WRITE CLEAR-RECORD.
           MOVE 0 TO WS-CROSSINGS.
           MOVE 0 TO WS-FIRST-HEAT.
           MOVE 0 TO WS-WORST-HEAT.
           MOVE WS-X1 TO WS-CX.
           MOVE WS-Y1 TO WS-CY.
           PERFORM VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-CELLS
              MOVE WS-POINT(WS-CX + 1, WS-CY + 1) TO WS-HEAT
              IF WS-HEAT > 0 THEN
                 PERFORM 009-LOG-CROSSING
              END-IF
              PERFORM 006-NEXT-CELL
           END-PERFORM.
           PERFORM 010-WRITE-VERDICT.

       009-LOG-CROSSING.
           ADD 1 TO WS-CROSSINGS.
           IF WS-CROSSINGS = 1 THEN
              MOVE WS-CX TO WS-FIRST-X
              MOVE WS-CY TO WS-FIRST-Y
              MOVE WS-HEAT TO WS-FIRST-HEAT
           END-IF.
           IF WS-HEAT > WS-WORST-HEAT THEN
              MOVE WS-CX TO WS-WORST-X
              MOVE WS-CY TO WS-WORST-Y
              MOVE WS-HEAT TO WS-WORST-HEAT
           END-IF.
           IF WS-HEAT >= WS-THRESHOLD THEN
              MOVE 'DANGER' TO WS-CELL-KIND
           ELSE
              MOVE 'VENT' TO WS-CELL-KIND
           END-IF.
           MOVE SPACES TO CLEAR-RECORD.
           STRING '  STEP ' DELIMITED BY SIZE
               WS-STEP DELIMITED BY SIZE
               ' X=' DELIMITED BY SIZE
               WS-CX DELIMITED BY SIZE
               ' Y=' DELIMITED BY SIZE
               WS-CY DELIMITED BY SIZE
               ' OVERLAPS=' DELIMITED BY SIZE
               WS-HEAT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CELL-KIND DELIMITED BY SIZE
               INTO CLEAR-RECORD.
           WRITE CLEAR-RECORD.

       010-WRITE-VERDICT.
           IF WS-CROSSINGS = 0 THEN
              MOVE 'CLEAR' TO WS-VERDICT
              ADD 1 TO WS-CLEAR-COUNT
           ELSE
              IF WS-WORST-HEAT >= WS-THRESHOLD THEN
                 MOVE 'BLOCKED' TO WS-VERDICT
                 ADD 1 TO WS-BLOCKED-COUNT
              ELSE
                 MOVE 'CAUTION' TO WS-VERDICT
                 ADD 1 TO WS-CAUTION-COUNT
              END-IF
           END-IF.
           MOVE SPACES TO CLEAR-RECORD.
           IF WS-CROSSINGS = 0 THEN
              STRING 'ROUTE ' DELIMITED BY SIZE
                  WS-ROUTE-NUM DELIMITED BY SIZE
                  ' VERDICT ' DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SPACE
                  ' - NO VENT CELL CROSSED' DELIMITED BY SIZE
                  INTO CLEAR-RECORD
           ELSE
              STRING 'ROUTE ' DELIMITED BY SIZE
                  WS-ROUTE-NUM DELIMITED BY SIZE
                  ' VERDICT ' DELIMITED BY SIZE
                  WS-VERDICT DELIMITED BY SPACE
                  ' CROSSINGS ' DELIMITED BY SIZE
                  WS-CROSSINGS DELIMITED BY SIZE
                  ' FIRST ' DELIMITED BY SIZE
                  WS-FIRST-X DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-FIRST-Y DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-FIRST-HEAT DELIMITED BY SIZE
                  ') WORST ' DELIMITED BY SIZE
                  WS-WORST-X DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-WORST-Y DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-WORST-HEAT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO CLEAR-RECORD
           END-IF.
           WRITE CLEAR-RECORD.

       011-WRITE-TOTALS.
           MOVE SPACES TO CLEAR-RECORD.
           STRING 'ROUTES ' DELIMITED BY SIZE
               WS-ROUTE-NUM DELIMITED BY SIZE
               ' CLEAR ' DELIMITED BY SIZE
               WS-CLEAR-COUNT DELIMITED BY SIZE
               ' CAUTION ' DELIMITED BY SIZE
               WS-CAUTION-COUNT DELIMITED BY SIZE
               ' BLOCKED ' DELIMITED BY SIZE
               WS-BLOCKED-COUNT DELIMITED BY SIZE
               ' INVALID ' DELIMITED BY SIZE
               WS-INVALID-COUNT DELIMITED BY SIZE
               ' DANGER AT ' DELIMITED BY SIZE
               WS-THRESHOLD DELIMITED BY SIZE
               INTO CLEAR-RECORD.
           WRITE CLEAR-RECORD.
           DISPLAY 'D05CLR-01: ' CLEAR-RECORD.
