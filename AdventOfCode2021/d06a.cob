       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT PROJFILE ASSIGN TO WS-PROJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCENFILE ASSIGN TO WS-SCEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCEN-STATUS.
           SELECT SCENOUTFILE ASSIGN TO WS-SCENOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FD PROJFILE.
         01 PROJ-RECORD PIC X(40).

      * Harvest scenarios, one per record: name in columns 1-12,
      * harvest interval in days in 14-16, percentage of each
      * eligible timer bucket removed in 18-20, and in 22-30 one
      * flag per timer value 0 to 8, 'Y' where those fish may be
      * taken. Blank flags mean the mature fish, timers 0 to 6.
         FD SCENFILE.
         01 SCEN-RECORD.
           05 SCEN-NAME PIC X(12).
           05 FILLER PIC X.
           05 SCEN-INTERVAL PIC 9(3).
           05 FILLER PIC X.
           05 SCEN-PERCENT PIC 9(3).
           05 FILLER PIC X.
           05 SCEN-ELIGIBLE PIC X(9).

      * The scenario table: for each scenario, the population at
      * every horizon beside the unchecked baseline, the harvest to
      * date, and the total harvested over the whole run.
         FD SCENOUTFILE.
         01 SCENOUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd06.input'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D06PARM'.
         01 WS-PROJ-DSN PIC X(64) VALUE 'D06APROJ'.
         01 WS-SCEN-DSN PIC X(64) VALUE 'D06SCEN'.
         01 WS-SCENOUT-DSN PIC X(64) VALUE 'D06SCENARIO'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 PARM-STATUS PIC X(2) VALUE SPACES.
         01 WS-DAYS PIC 9(4) VALUE 80.
         01 WS-DAY PIC 9(4) VALUE 0.
         01 PARM-EOF PIC 9 VALUE 0.
         01 WS-OVERFLOW PIC 9 VALUE 0.

      * Harvest scenarios: the starting histogram kept aside so each
      * scenario replays the same fish, and the baseline population
      * at each horizon to print beside the scenario figures.
         01 SCEN-STATUS PIC X(2) VALUE SPACES.
         01 SCEN-EOF PIC 9 VALUE 0.
         01 WS-INIT-COUNT PIC 9(18) VALUE 0 OCCURS 9 TIMES.
         01 WS-BASE-POP PIC 9(18) VALUE 0 OCCURS 20 TIMES.
         01 WS-SCEN-COUNT PIC 9(2) VALUE 0.
         01 WS-SCEN-BAD PIC 9(2) VALUE 0.
         01 WS-SCEN-ELIGIBLE PIC X(9) VALUE SPACES.
         01 WS-CULL PIC 9(18) VALUE 0.
         01 WS-HARVESTED PIC 9(18) VALUE 0.
       LOCAL-STORAGE SECTION.

       PROCEDURE DIVISION.
       001-MAIN.
            MOVE 'd06.input' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
            MOVE 'D06PARM' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-PARM-DSN.
            MOVE 'D06APROJ' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-PROJ-DSN.
            MOVE 'D06SCEN' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-SCEN-DSN.
            MOVE 'D06SCENARIO' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-SCENOUT-DSN.
            PERFORM 005-LOAD-SIM-DAYS.
            OPEN INPUT INPUTFILE.
            PERFORM 002-READ UNTIL FILE-STATUS = 1.
            CLOSE INPUTFILE.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
               MOVE WS-FISH-COUNT(WS-IDX) TO WS-INIT-COUNT(WS-IDX)
            END-PERFORM.
            OPEN OUTPUT PROJFILE.
            PERFORM VARYING WS-DAY FROM 1 BY 1
                UNTIL WS-DAY > WS-MAX-DAYS OR WS-OVERFLOW = 1
      * the projection table.
                     IF WS-OVERFLOW = 0 THEN
                        PERFORM 008-WRITE-PROJECTION
                        MOVE WS-TOTAL TO WS-BASE-POP(WS-HOR-IDX)
                     END-IF
                  END-IF
               END-PERFORM
               STOP RUN
            END-IF.
            DISPLAY WS-TOTAL.
            PERFORM 009-RUN-SCENARIOS.
      * Shop convention: scenario records that could not be used are
      * a warning -- the table was written without them.
            IF WS-SCEN-BAD > 0 THEN
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.

       002-READ.
                     MOVE 1 TO PARM-EOF
                  END-IF
           END-READ.

      * Each scenario replays the starting fish over the same days
      * as the baseline, taking its percentage of every eligible
      * timer bucket on each day that is a multiple of its interval,
      * after that day's spawning. A missing scenario file (status
      * other than "00") just means no scenario table tonight.
       009-RUN-SCENARIOS.
           OPEN INPUT SCENFILE.
           IF SCEN-STATUS NOT = "00" THEN
              CLOSE SCENFILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCENOUTFILE.
           MOVE SPACES TO SCENOUT-RECORD.
           STRING 'SCENARIO     INTERVAL PCT ELIGIBLE   DAY  '
               DELIMITED BY SIZE
               '        POPULATION           BASELINE'
               DELIMITED BY SIZE
               '  HARVESTED TO DATE' DELIMITED BY SIZE
               INTO SCENOUT-RECORD.
           WRITE SCENOUT-RECORD.
           MOVE 0 TO SCEN-EOF.
           PERFORM 010-READ-SCENARIO UNTIL SCEN-EOF = 1.
           CLOSE SCENFILE.
           CLOSE SCENOUTFILE.
           DISPLAY 'SCENARIOS RUN: ' WS-SCEN-COUNT
               ' REJECTED: ' WS-SCEN-BAD.

       010-READ-SCENARIO.
           READ SCENFILE
               AT END MOVE 1 TO SCEN-EOF
               NOT AT END
                  IF SCEN-RECORD NOT = SPACES THEN
                     PERFORM 011-RUN-ONE-SCENARIO
                  END-IF
           END-READ.

       011-RUN-ONE-SCENARIO.
           IF SCEN-INTERVAL IS NOT NUMERIC
               OR SCEN-PERCENT IS NOT NUMERIC THEN
              ADD 1 TO WS-SCEN-BAD
              DISPLAY 'SCENARIO ' SCEN-NAME
                  ' INTERVAL OR PERCENTAGE NOT NUMERIC - SKIPPED'
              EXIT PARAGRAPH
           END-IF.
           IF SCEN-INTERVAL = 0 OR SCEN-PERCENT > 100 THEN
              ADD 1 TO WS-SCEN-BAD
              DISPLAY 'SCENARIO ' SCEN-NAME
                  ' INTERVAL 0 OR PERCENTAGE OVER 100 - SKIPPED'
              EXIT PARAGRAPH
           END-IF.
           MOVE SCEN-ELIGIBLE TO WS-SCEN-ELIGIBLE.
           IF WS-SCEN-ELIGIBLE = SPACES THEN
              MOVE 'YYYYYYYNN' TO WS-SCEN-ELIGIBLE
           END-IF.
           ADD 1 TO WS-SCEN-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
              MOVE WS-INIT-COUNT(WS-IDX) TO WS-FISH-COUNT(WS-IDX)
           END-PERFORM.
           MOVE 0 TO WS-HARVESTED.
           PERFORM VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY > WS-MAX-DAYS
              PERFORM 004-NEXT-DAY
              IF FUNCTION MOD(WS-DAY, SCEN-INTERVAL) = 0 THEN
                 PERFORM 012-HARVEST
              END-IF
              PERFORM VARYING WS-HOR-IDX FROM 1 BY 1
                  UNTIL WS-HOR-IDX > WS-HORIZON-COUNT
                 IF WS-DAY = WS-HORIZONS(WS-HOR-IDX) THEN
                    PERFORM 006-SUM-POPULATION
                    PERFORM 013-WRITE-SCENARIO-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO SCENOUT-RECORD.
           STRING SCEN-NAME DELIMITED BY SIZE
               ' TOTAL HARVESTED OVER ' DELIMITED BY SIZE
               WS-MAX-DAYS DELIMITED BY SIZE
               ' DAYS: ' DELIMITED BY SIZE
               WS-HARVESTED DELIMITED BY SIZE
               INTO SCENOUT-RECORD.
           WRITE SCENOUT-RECORD.

       012-HARVEST.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
              IF WS-SCEN-ELIGIBLE(WS-IDX:1) = 'Y' THEN
                 COMPUTE WS-CULL = WS-FISH-COUNT(WS-IDX)
                     * SCEN-PERCENT / 100
                 SUBTRACT WS-CULL FROM WS-FISH-COUNT(WS-IDX)
                 ADD WS-CULL TO WS-HARVESTED
              END-IF
           END-PERFORM.

       013-WRITE-SCENARIO-LINE.
           MOVE SPACES TO SCENOUT-RECORD.
           STRING SCEN-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SCEN-INTERVAL DELIMITED BY SIZE
               '      ' DELIMITED BY SIZE
               SCEN-PERCENT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SCEN-ELIGIBLE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TOTAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BASE-POP(WS-HOR-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HARVESTED DELIMITED BY SIZE
               INTO SCENOUT-RECORD.
           WRITE SCENOUT-RECORD.
