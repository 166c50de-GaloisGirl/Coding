       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BASINFILE ASSIGN TO WS-BASIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOWSFILE ASSIGN TO WS-LOWS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOWS-STATUS.
           SELECT LEVELFILE ASSIGN TO WS-LEVEL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEVEL-STATUS.
           SELECT FLOODFILE ASSIGN TO WS-FLOOD-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X(8).
           05 LOWS-HEIGHT PIC 9.

      * Water levels for the flood what-if, one per line.
         FD LEVELFILE.
         01 LEVEL-RECORD PIC X(10).

         FD FLOODFILE.
         01 FLOOD-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd09.input'.
         01 WS-BASIN-DSN PIC X(64) VALUE 'D09BBASIN'.
         01 WS-LOWS-DSN PIC X(64) VALUE 'D09ALOWS'.
         01 WS-LEVEL-DSN PIC X(64) VALUE 'D09LEVELS'.
         01 WS-FLOOD-DSN PIC X(64) VALUE 'D09FLOOD'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-BASIN-ID PIC 9(4) VALUE 0.
         01 WS-MAP OCCURS 100 TIMES.
         77 LOWS-EOF PIC 9 VALUE 0.
         77 WS-SEED-COUNT PIC 9(4) VALUE 0.
         77 WS-MISMATCH PIC 9 VALUE 0.
         77 LEVEL-STATUS PIC X(2) VALUE SPACES.
         77 LEVEL-EOF PIC 9 VALUE 0.

      * Flood what-if. The map is walked at the size actually read;
      * a seed's basin number is its place in the D09ALOWS listing.
         01 WS-FL-REGION-ARR OCCURS 100 TIMES.
           05 WS-FL-REGION PIC 9(4) VALUE 0 OCCURS 100 TIMES.
         01 WS-FL-REGION-TAB OCCURS 9999 TIMES.
           05 WS-FL-SIZE PIC 9(6) VALUE 0.
           05 WS-FL-REG-FIRST PIC 9(4) VALUE 0.
           05 WS-FL-REG-BASINS PIC 9(4) VALUE 0.
         01 WS-FL-SEEDS OCCURS 5000 TIMES.
           05 WS-FL-SEED-ROW PIC 9(3) VALUE 0.
           05 WS-FL-SEED-COL PIC 9(3) VALUE 0.
           05 WS-FL-SEED-AREA PIC 9(6) VALUE 0.
           05 WS-FL-SEED-REGION PIC 9(4) VALUE 0.
           05 WS-FL-SEED-NEXT PIC 9(4) VALUE 0.
         01 WS-FL-TOP-SEED PIC 9(4) VALUE 0 OCCURS 3 TIMES.
         01 WS-FL-ROWS PIC 9(3) VALUE 0.
         01 WS-FL-COLS PIC 9(3) VALUE 0.
         01 WS-FL-LEVEL PIC 9(2) VALUE 0.
         01 WS-FL-LEVEL-BAD PIC 9 VALUE 0.
         01 WS-FL-BAD-COUNT PIC 9(4) VALUE 0.
         01 WS-FL-JOIN-LEVEL PIC 9(2) VALUE 99.
         01 WS-FL-REGIONS PIC 9(4) VALUE 0.
         01 WS-FL-CELLS PIC 9(6) VALUE 0.
         01 WS-FL-BEST-AREA PIC 9(6) VALUE 0.
         01 WS-FL-R PIC 9(4) VALUE 0.
         01 WS-FL-B PIC 9(4) VALUE 0.
         01 WS-FL-T PIC 9 VALUE 0.
         01 WS-FL-T-B PIC 9(4) VALUE 0.
         01 WS-FL-NX PIC 9(3) VALUE 0.
         01 WS-FL-NY PIC 9(3) VALUE 0.
         01 WS-FL-PTR PIC 9(3) VALUE 1.
         01 WS-FL-LISTED PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd09.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D09BBASIN' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-BASIN-DSN.
           MOVE 'D09ALOWS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LOWS-DSN.
           MOVE 'D09LEVELS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LEVEL-DSN.
           MOVE 'D09FLOOD' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FLOOD-DSN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           COMPUTE WS-FL-ROWS = I - 1.
           INSPECT WS-MAP(1) TALLYING WS-FL-COLS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM 004-LOAD-LOW-POINTS.
           OPEN OUTPUT BASINFILE.
           PERFORM 005-FIND-BASSINS.
           SORT WS_MAX-AREAS DESCENDING WS-MAX.
           COMPUTE WS-RESULT = WS-MAX(1) * WS-MAX(2) * WS-MAX(3).          
           DISPLAY WS-RESULT.
           PERFORM 012-FLOOD-WHAT-IF.
           STOP RUN.

       002-READ.
           MOVE LOWS-ROW TO I.
           MOVE LOWS-COL TO J.
           ADD 1 TO WS-SEED-COUNT.
           MOVE LOWS-ROW TO WS-FL-SEED-ROW(WS-SEED-COUNT).
           MOVE LOWS-COL TO WS-FL-SEED-COL(WS-SEED-COUNT).
           IF WS-POINT(I, J) NOT = LOWS-HEIGHT THEN
             MOVE 1 TO WS-MISMATCH
             EXIT PARAGRAPH
               WS-AREA DELIMITED BY SIZE
               INTO BASIN-RECORD.
           WRITE BASIN-RECORD.

      * Flood what-if for drainage planning. Every level listed in
      * D09LEVELS floods each cell lower than it; flooded cells that
      * touch form one region. Each level's section of D09FLOOD gives
      * the regions, their sizes and which of tonight's basins (the
      * D09ALOWS seeds, in listing order) each one holds, so basins
      * that run together are visible, and the run ends with the
      * lowest listed level at which the three largest basins join.
      * No D09LEVELS file means no what-if is wanted.
       012-FLOOD-WHAT-IF.
           OPEN INPUT LEVELFILE.
           IF LEVEL-STATUS NOT = "00" THEN
             CLOSE LEVELFILE
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FLOODFILE.
      * Tonight's basins are bounded by the 9s, so a level of 9
      * floods exactly the basin cells and gives each basin's area.
      * As in 006-MEASURE-BASIN, the area goes to the first seed
      * that reaches it; a later seed in the same basin measures 0.
           MOVE 9 TO WS-FL-LEVEL.
           PERFORM 013-LABEL-REGIONS.
           PERFORM VARYING WS-FL-B FROM 1 BY 1
               UNTIL WS-FL-B > WS-SEED-COUNT
             MOVE WS-FL-SEED-REGION(WS-FL-B) TO WS-FL-R
             MOVE 0 TO WS-FL-SEED-AREA(WS-FL-B)
             IF WS-FL-R > 0 THEN
               IF WS-FL-REG-FIRST(WS-FL-R) = WS-FL-B THEN
                 MOVE WS-FL-SIZE(WS-FL-R) TO WS-FL-SEED-AREA(WS-FL-B)
               END-IF
             END-IF
           END-PERFORM.
           PERFORM 015-FIND-TOP-BASINS.
           PERFORM 016-READ-LEVEL UNTIL LEVEL-EOF = 1.
           CLOSE LEVELFILE.
           MOVE SPACES TO FLOOD-RECORD.
           IF WS-FL-TOP-SEED(3) = 0 THEN
             MOVE 'FEWER THAN THREE BASINS - NO JOIN TO REPORT'
                 TO FLOOD-RECORD
           ELSE
             IF WS-FL-JOIN-LEVEL = 99 THEN
               STRING 'THREE LARGEST BASINS ' DELIMITED BY SIZE
                   WS-FL-TOP-SEED(1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FL-TOP-SEED(2) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FL-TOP-SEED(3) DELIMITED BY SIZE
                   ' DO NOT JOIN AT ANY LEVEL LISTED' DELIMITED BY SIZE
                   INTO FLOOD-RECORD
             ELSE
               STRING 'THREE LARGEST BASINS ' DELIMITED BY SIZE
                   WS-FL-TOP-SEED(1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FL-TOP-SEED(2) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FL-TOP-SEED(3) DELIMITED BY SIZE
                   ' FIRST JOIN AT LEVEL ' DELIMITED BY SIZE
                   WS-FL-JOIN-LEVEL DELIMITED BY SIZE
                   INTO FLOOD-RECORD
             END-IF
           END-IF.
           WRITE FLOOD-RECORD.
           CLOSE FLOODFILE.
      * Shop convention: a rejected level line is a warning.
           IF WS-FL-BAD-COUNT > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF.

      * Numbers the flooded regions at WS-FL-LEVEL in reading order
      * and chains each basin seed onto the region that holds it.
       013-LABEL-REGIONS.
           MOVE 0 TO WS-FL-REGIONS.
           MOVE 0 TO WS-FL-CELLS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FL-ROWS
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FL-COLS
               MOVE 0 TO WS-FL-REGION(I, J)
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FL-ROWS
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FL-COLS
               IF WS-FL-REGION(I, J) = 0 AND
                   WS-POINT(I, J) < WS-FL-LEVEL THEN
                 ADD 1 TO WS-FL-REGIONS
                 MOVE 0 TO WS-FL-SIZE(WS-FL-REGIONS)
                 MOVE 0 TO WS-FL-REG-FIRST(WS-FL-REGIONS)
                 MOVE 0 TO WS-FL-REG-BASINS(WS-FL-REGIONS)
                 PERFORM 014-FILL-REGION
               END-IF
             END-PERFORM
           END-PERFORM.
      * Seeds are chained last to first so each region's list comes
      * out in listing order.
           PERFORM VARYING WS-FL-B FROM WS-SEED-COUNT BY -1
               UNTIL WS-FL-B < 1
             MOVE WS-FL-SEED-ROW(WS-FL-B) TO X
             MOVE WS-FL-SEED-COL(WS-FL-B) TO Y
             MOVE WS-FL-REGION(X, Y) TO WS-FL-R
             MOVE WS-FL-R TO WS-FL-SEED-REGION(WS-FL-B)
             MOVE 0 TO WS-FL-SEED-NEXT(WS-FL-B)
             IF WS-FL-R > 0 THEN
               MOVE WS-FL-REG-FIRST(WS-FL-R)
                   TO WS-FL-SEED-NEXT(WS-FL-B)
               MOVE WS-FL-B TO WS-FL-REG-FIRST(WS-FL-R)
               ADD 1 TO WS-FL-REG-BASINS(WS-FL-R)
             END-IF
           END-PERFORM.

      * Same stack walk as 007-STACK-LOOP, except that the wall is
      * the water level rather than the 9s, and a cell is claimed as
      * it is stacked so no cell is stacked twice.
       014-FILL-REGION.
           MOVE WS-FL-REGIONS TO WS-FL-REGION(I, J).
           MOVE 1 TO S.
           MOVE I TO WS-STACK-X(1).
           MOVE J TO WS-STACK-Y(1).
           PERFORM UNTIL S = 0
             MOVE WS-STACK-X(S) TO X
             MOVE WS-STACK-Y(S) TO Y
             SUBTRACT 1 FROM S
             ADD 1 TO WS-FL-SIZE(WS-FL-REGIONS)
             ADD 1 TO WS-FL-CELLS
             IF X > 1 THEN
               COMPUTE WS-FL-NX = X - 1
               MOVE Y TO WS-FL-NY
               PERFORM 017-STACK-FLOODED
             END-IF
             IF Y > 1 THEN
               MOVE X TO WS-FL-NX
               COMPUTE WS-FL-NY = Y - 1
               PERFORM 017-STACK-FLOODED
             END-IF
             IF X < WS-FL-ROWS THEN
               COMPUTE WS-FL-NX = X + 1
               MOVE Y TO WS-FL-NY
               PERFORM 017-STACK-FLOODED
             END-IF
             IF Y < WS-FL-COLS THEN
               MOVE X TO WS-FL-NX
               COMPUTE WS-FL-NY = Y + 1
               PERFORM 017-STACK-FLOODED
             END-IF
           END-PERFORM.

      * The three basins with the largest area, largest first; the
      * earlier seed wins a tie.
       015-FIND-TOP-BASINS.
           PERFORM VARYING WS-FL-T FROM 1 BY 1 UNTIL WS-FL-T > 3
             MOVE 0 TO WS-FL-TOP-SEED(WS-FL-T)
             MOVE 0 TO WS-FL-BEST-AREA
             PERFORM VARYING WS-FL-B FROM 1 BY 1
                 UNTIL WS-FL-B > WS-SEED-COUNT
               IF WS-FL-SEED-AREA(WS-FL-B) > WS-FL-BEST-AREA AND
                   WS-FL-B NOT = WS-FL-TOP-SEED(1) AND
                   WS-FL-B NOT = WS-FL-TOP-SEED(2) THEN
                 MOVE WS-FL-SEED-AREA(WS-FL-B) TO WS-FL-BEST-AREA
                 MOVE WS-FL-B TO WS-FL-TOP-SEED(WS-FL-T)
               END-IF
             END-PERFORM
           END-PERFORM.
           MOVE SPACES TO FLOOD-RECORD.
           MOVE 1 TO WS-FL-PTR.
           STRING 'BASINS TONIGHT ' DELIMITED BY SIZE
               WS-SEED-COUNT DELIMITED BY SIZE
               ' LARGEST' DELIMITED BY SIZE
               INTO FLOOD-RECORD WITH POINTER WS-FL-PTR.
           PERFORM VARYING WS-FL-T FROM 1 BY 1 UNTIL WS-FL-T > 3
             MOVE WS-FL-TOP-SEED(WS-FL-T) TO WS-FL-B
             IF WS-FL-B > 0 THEN
               STRING ' BASIN ' DELIMITED BY SIZE
                   WS-FL-B DELIMITED BY SIZE
                   ' AREA ' DELIMITED BY SIZE
                   WS-FL-SEED-AREA(WS-FL-B) DELIMITED BY SIZE
                   INTO FLOOD-RECORD WITH POINTER WS-FL-PTR
             END-IF
           END-PERFORM.
           WRITE FLOOD-RECORD.

       016-READ-LEVEL.
           READ LEVELFILE
             AT END MOVE 1 TO LEVEL-EOF
             NOT AT END PERFORM 018-RUN-LEVEL
           END-READ.

       017-STACK-FLOODED.
           IF WS-FL-REGION(WS-FL-NX, WS-FL-NY) = 0 AND
               WS-POINT(WS-FL-NX, WS-FL-NY) < WS-FL-LEVEL THEN
             MOVE WS-FL-REGIONS TO WS-FL-REGION(WS-FL-NX, WS-FL-NY)
             ADD 1 TO S
             MOVE WS-FL-NX TO WS-STACK-X(S)
             MOVE WS-FL-NY TO WS-STACK-Y(S)
           END-IF.

      * One level per line, 0 to 10, starting in column 1. Level 10
      * floods the whole map, walls included.
       018-RUN-LEVEL.
           IF LEVEL-RECORD = SPACES THEN
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FL-LEVEL-BAD.
           EVALUATE TRUE
             WHEN LEVEL-RECORD(1:1) IS NUMERIC AND
                 LEVEL-RECORD(2:1) = SPACE
               MOVE LEVEL-RECORD(1:1) TO WS-FL-LEVEL
             WHEN LEVEL-RECORD(1:2) IS NUMERIC AND
                 LEVEL-RECORD(3:1) = SPACE
               MOVE LEVEL-RECORD(1:2) TO WS-FL-LEVEL
             WHEN OTHER
               MOVE 1 TO WS-FL-LEVEL-BAD
           END-EVALUATE.
           IF WS-FL-LEVEL-BAD = 0 AND WS-FL-LEVEL > 10 THEN
             MOVE 1 TO WS-FL-LEVEL-BAD
           END-IF.
           IF WS-FL-LEVEL-BAD = 1 THEN
             ADD 1 TO WS-FL-BAD-COUNT
             MOVE SPACES TO FLOOD-RECORD
             STRING 'LEVEL ' DELIMITED BY SIZE
                 LEVEL-RECORD DELIMITED BY SIZE
                 ' REJECTED - LEVEL MUST BE 0 TO 10' DELIMITED BY SIZE
                 INTO FLOOD-RECORD
             WRITE FLOOD-RECORD
             EXIT PARAGRAPH
           END-IF.
           PERFORM 013-LABEL-REGIONS.
           MOVE SPACES TO FLOOD-RECORD.
           STRING 'LEVEL ' DELIMITED BY SIZE
               WS-FL-LEVEL DELIMITED BY SIZE
               ' FLOODED REGIONS ' DELIMITED BY SIZE
               WS-FL-REGIONS DELIMITED BY SIZE
               ' SUBMERGED CELLS ' DELIMITED BY SIZE
               WS-FL-CELLS DELIMITED BY SIZE
               INTO FLOOD-RECORD.
           WRITE FLOOD-RECORD.
           PERFORM VARYING WS-FL-R FROM 1 BY 1
               UNTIL WS-FL-R > WS-FL-REGIONS
             PERFORM 019-WRITE-REGION
           END-PERFORM.
           IF WS-FL-TOP-SEED(3) > 0 THEN
             MOVE WS-FL-TOP-SEED(1) TO WS-FL-B
             MOVE WS-FL-SEED-REGION(WS-FL-B) TO WS-FL-R
             MOVE WS-FL-TOP-SEED(2) TO WS-FL-B
             MOVE WS-FL-TOP-SEED(3) TO WS-FL-T-B
             IF WS-FL-R > 0 AND
                 WS-FL-SEED-REGION(WS-FL-B) = WS-FL-R AND
                 WS-FL-SEED-REGION(WS-FL-T-B) = WS-FL-R THEN
               MOVE '  THREE LARGEST BASINS JOINED' TO FLOOD-RECORD
               WRITE FLOOD-RECORD
               IF WS-FL-LEVEL < WS-FL-JOIN-LEVEL THEN
                 MOVE WS-FL-LEVEL TO WS-FL-JOIN-LEVEL
               END-IF
             END-IF
           END-IF.

      * A region holding more than one basin is where basins merged.
      * The first 16 basins are listed by number; the count covers
      * the rest.
       019-WRITE-REGION.
           MOVE SPACES TO FLOOD-RECORD.
           MOVE 1 TO WS-FL-PTR.
           STRING '  REGION ' DELIMITED BY SIZE
               WS-FL-R DELIMITED BY SIZE
               ' SIZE ' DELIMITED BY SIZE
               WS-FL-SIZE(WS-FL-R) DELIMITED BY SIZE
               ' BASINS ' DELIMITED BY SIZE
               WS-FL-REG-BASINS(WS-FL-R) DELIMITED BY SIZE
               INTO FLOOD-RECORD WITH POINTER WS-FL-PTR.
           IF WS-FL-REG-BASINS(WS-FL-R) > 1 THEN
             STRING ' MERGED:' DELIMITED BY SIZE
                 INTO FLOOD-RECORD WITH POINTER WS-FL-PTR
           END-IF.
           MOVE WS-FL-REG-FIRST(WS-FL-R) TO WS-FL-B.
           MOVE 0 TO WS-FL-LISTED.
           PERFORM UNTIL WS-FL-B = 0 OR WS-FL-LISTED = 16
             STRING ' ' DELIMITED BY SIZE
                 WS-FL-B DELIMITED BY SIZE
                 INTO FLOOD-RECORD WITH POINTER WS-FL-PTR
             ADD 1 TO WS-FL-LISTED
             MOVE WS-FL-SEED-NEXT(WS-FL-B) TO WS-FL-B
           END-PERFORM.
           WRITE FLOOD-RECORD.
