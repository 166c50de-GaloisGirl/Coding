       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANKFILE ASSIGN TO WS-RANK-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCFILE ASSIGN TO WS-EXC-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLAIMFILE ASSIGN TO WS-CLAIM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLAIM-STATUS.
           SELECT VERDICTFILE ASSIGN TO WS-VERDICT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FD EXCFILE.
         01 EXC-RECORD PIC X(80).

      * Phoned-in claims, one per line: board number, the draw
      * position the player says it won on, and the claimed score,
      * separated by spaces -- '37 24 4512'.
         FD CLAIMFILE.
         01 CLAIM-RECORD PIC X(40).

      * One verdict per claim, replayed against the draw: CONFIRMED,
      * WRONG-SCORE, NOT-YET-WON, NEVER-WINS, or REFUSED for a board
      * that failed the integrity pre-pass (and INVALID for a claim
      * line that cannot be read).
         FD VERDICTFILE.
         01 VERDICT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd04.input'.
         01 WS-RANK-DSN PIC X(64) VALUE 'D04ARANK'.
         01 WS-EXC-DSN PIC X(64) VALUE 'D04AEXC'.
         01 WS-CLAIM-DSN PIC X(64) VALUE 'D04CLAIMS'.
         01 WS-VERDICT-DSN PIC X(64) VALUE 'D04ACLAIMS'.
         COPY ENVQ.
         01 WS-WON PIC 9 VALUE 0 OCCURS 100 TIMES.
         01 WS-WIN-ORDER PIC 9(3) VALUE 0 OCCURS 100 TIMES.
         01 WS-WIN-SCORE PIC 9(8) VALUE 0 OCCURS 100 TIMES.
         01 WS-IN-DRAWS PIC 9 VALUE 0.
         01 WS-BOARDS-SAME PIC 9 VALUE 0.

      * Per-board outcome of the draw, kept for claim verification:
      * the call each board first completes on and its score then,
      * and whether the board failed the integrity pre-pass.
         01 WS-BOARD-WIN-CALL PIC 9(3) VALUE 0 OCCURS 100 TIMES.
         01 WS-BOARD-WIN-SCORE PIC 9(8) VALUE 0 OCCURS 100 TIMES.
         01 WS-BOARD-BAD PIC 9 VALUE 0 OCCURS 100 TIMES.
         01 CLAIM-STATUS PIC X(2) VALUE SPACES.
         01 CLAIM-EOF PIC 9 VALUE 0.
         01 WS-CLAIM-NUM PIC 9(4) VALUE 0.
         01 WS-CLAIM-BOARD-X PIC X(10) VALUE SPACES.
         01 WS-CLAIM-CALL-X PIC X(10) VALUE SPACES.
         01 WS-CLAIM-SCORE-X PIC X(10) VALUE SPACES.
         01 WS-CLAIM-BOARD-LEN PIC 9(2) VALUE 0.
         01 WS-CLAIM-CALL-LEN PIC 9(2) VALUE 0.
         01 WS-CLAIM-SCORE-LEN PIC 9(2) VALUE 0.
         01 WS-CLAIM-BOARD PIC 9(3) VALUE 0.
         01 WS-CLAIM-CALL PIC 9(3) VALUE 0.
         01 WS-CLAIM-SCORE PIC 9(8) VALUE 0.
         01 WS-VERDICT PIC X(12) VALUE SPACES.
         01 WS-CONFIRMED-COUNT PIC 9(4) VALUE 0.

       LOCAL-STORAGE SECTION. 
         01 STRING-PTR UNSIGNED-INT VALUE 1.
         01 I UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd04.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D04ARANK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RANK-DSN.
           MOVE 'D04AEXC' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-EXC-DSN.
           MOVE 'D04CLAIMS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CLAIM-DSN.
           MOVE 'D04ACLAIMS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-VERDICT-DSN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           OPEN OUTPUT RANKFILE.
           PERFORM 007-DRAW-NUMBERS.
           CLOSE RANKFILE.
           PERFORM 016-VERIFY-CLAIMS.
      * Shop convention: board exceptions are a warning -- the
      * ranking was still produced, but it stands on suspect data.
           IF WS-EXC-COUNT > 0 THEN
                 IF WS-C2 > WS-C1
                     AND WS-FLAT(WS-C1) = WS-FLAT(WS-C2) THEN
                    ADD 1 TO WS-EXC-COUNT
                    MOVE 1 TO WS-BOARD-BAD(WS-B1)
                    MOVE SPACES TO EXC-RECORD
                    STRING 'BOARD ' DELIMITED BY SIZE
                        WS-B1 DELIMITED BY SIZE
           END-PERFORM.
           IF WS-IN-DRAWS = 0 THEN
              ADD 1 TO WS-EXC-COUNT
              MOVE 1 TO WS-BOARD-BAD(WS-B1)
              MOVE SPACES TO EXC-RECORD
              STRING 'BOARD ' DELIMITED BY SIZE
                  WS-B1 DELIMITED BY SIZE
           END-PERFORM.
           IF WS-BOARDS-SAME = 1 THEN
              ADD 1 TO WS-EXC-COUNT
              MOVE 1 TO WS-BOARD-BAD(WS-B1)
              MOVE 1 TO WS-BOARD-BAD(WS-B2)
              MOVE SPACES TO EXC-RECORD
              STRING 'BOARD ' DELIMITED BY SIZE
                  WS-B1 DELIMITED BY SIZE
             END-PERFORM
             COMPUTE WS-RESULT = WS-SUM * WS-DRAWN(I)
             MOVE 1 TO WS-WON(K)
             MOVE I TO WS-BOARD-WIN-CALL(K)
             MOVE WS-RESULT TO WS-BOARD-WIN-SCORE(K)
             ADD 1 TO WS-WIN-COUNT
             MOVE K TO WS-WIN-ORDER(WS-WIN-COUNT)
             MOVE WS-RESULT TO WS-WIN-SCORE(WS-WIN-COUNT)
               WS-RESULT DELIMITED BY SIZE
               INTO RANK-RECORD.
           WRITE RANK-RECORD.

      * Claim verification: each phoned-in claim is judged against
      * the outcome of the draw just played in 007-DRAW-NUMBERS and
      * 008-CHECK-IF-BINGO. A missing claims file (status other than
      * "00") just means nobody phoned in.
       016-VERIFY-CLAIMS.
           OPEN INPUT CLAIMFILE.
           IF CLAIM-STATUS NOT = "00" THEN
              CLOSE CLAIMFILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VERDICTFILE.
           MOVE 0 TO CLAIM-EOF.
           PERFORM 017-READ-CLAIM UNTIL CLAIM-EOF = 1.
           MOVE SPACES TO VERDICT-RECORD.
           STRING 'CLAIMS CHECKED: ' DELIMITED BY SIZE
               WS-CLAIM-NUM DELIMITED BY SIZE
               ' CONFIRMED: ' DELIMITED BY SIZE
               WS-CONFIRMED-COUNT DELIMITED BY SIZE
               INTO VERDICT-RECORD.
           WRITE VERDICT-RECORD.
           DISPLAY VERDICT-RECORD.
           CLOSE VERDICTFILE.
           CLOSE CLAIMFILE.

       017-READ-CLAIM.
           READ CLAIMFILE
               AT END MOVE 1 TO CLAIM-EOF
               NOT AT END
                  IF CLAIM-RECORD NOT = SPACES THEN
                     PERFORM 018-JUDGE-CLAIM
                  END-IF
           END-READ.

      * A claim stands only if the board has completed by the call
      * claimed; it is then held to the score the board made on the
      * call it actually completed on.
       018-JUDGE-CLAIM.
           ADD 1 TO WS-CLAIM-NUM.
           MOVE SPACES TO WS-CLAIM-BOARD-X.
           MOVE SPACES TO WS-CLAIM-CALL-X.
           MOVE SPACES TO WS-CLAIM-SCORE-X.
           MOVE 0 TO WS-CLAIM-BOARD-LEN.
           MOVE 0 TO WS-CLAIM-CALL-LEN.
           MOVE 0 TO WS-CLAIM-SCORE-LEN.
           MOVE 0 TO WS-CLAIM-BOARD.
           MOVE 0 TO WS-CLAIM-CALL.
           MOVE 0 TO WS-CLAIM-SCORE.
           UNSTRING CLAIM-RECORD DELIMITED BY ALL SPACE
               INTO WS-CLAIM-BOARD-X COUNT IN WS-CLAIM-BOARD-LEN
                    WS-CLAIM-CALL-X COUNT IN WS-CLAIM-CALL-LEN
                    WS-CLAIM-SCORE-X COUNT IN WS-CLAIM-SCORE-LEN
           END-UNSTRING.
           IF WS-CLAIM-BOARD-LEN = 0 OR WS-CLAIM-BOARD-LEN > 3
               OR WS-CLAIM-CALL-LEN = 0 OR WS-CLAIM-CALL-LEN > 3
               OR WS-CLAIM-SCORE-LEN = 0 OR WS-CLAIM-SCORE-LEN > 8
              MOVE 'INVALID' TO WS-VERDICT
              PERFORM 019-WRITE-VERDICT
              EXIT PARAGRAPH
           END-IF.
           IF WS-CLAIM-BOARD-X(1:WS-CLAIM-BOARD-LEN) IS NOT NUMERIC
               OR WS-CLAIM-CALL-X(1:WS-CLAIM-CALL-LEN) IS NOT NUMERIC
               OR WS-CLAIM-SCORE-X(1:WS-CLAIM-SCORE-LEN)
                  IS NOT NUMERIC THEN
              MOVE 'INVALID' TO WS-VERDICT
              PERFORM 019-WRITE-VERDICT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CLAIM-BOARD = FUNCTION NUMVAL(WS-CLAIM-BOARD-X).
           COMPUTE WS-CLAIM-CALL = FUNCTION NUMVAL(WS-CLAIM-CALL-X).
           COMPUTE WS-CLAIM-SCORE = FUNCTION NUMVAL(WS-CLAIM-SCORE-X).
           IF WS-CLAIM-BOARD = 0 OR WS-CLAIM-BOARD > M THEN
              MOVE 'INVALID' TO WS-VERDICT
              PERFORM 019-WRITE-VERDICT
              EXIT PARAGRAPH
           END-IF.
           IF WS-BOARD-BAD(WS-CLAIM-BOARD) = 1 THEN
              MOVE 'REFUSED' TO WS-VERDICT
           ELSE
              IF WS-WON(WS-CLAIM-BOARD) = 0 THEN
                 MOVE 'NEVER-WINS' TO WS-VERDICT
              ELSE
                 IF WS-CLAIM-CALL <
                     WS-BOARD-WIN-CALL(WS-CLAIM-BOARD) THEN
                    MOVE 'NOT-YET-WON' TO WS-VERDICT
                 ELSE
                    IF WS-CLAIM-SCORE =
                        WS-BOARD-WIN-SCORE(WS-CLAIM-BOARD) THEN
                       MOVE 'CONFIRMED' TO WS-VERDICT
                       ADD 1 TO WS-CONFIRMED-COUNT
                    ELSE
                       MOVE 'WRONG-SCORE' TO WS-VERDICT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 019-WRITE-VERDICT.

      * The board's actual winning call and score go beside every
      * verdict on a board that did win, so the desk can tell the
      * player what really happened.
       019-WRITE-VERDICT.
           MOVE SPACES TO VERDICT-RECORD.
           IF WS-VERDICT = 'INVALID' THEN
              STRING 'CLAIM ' DELIMITED BY SIZE
                  WS-CLAIM-NUM DELIMITED BY SIZE
                  ' INVALID ' DELIMITED BY SIZE
                  CLAIM-RECORD DELIMITED BY SIZE
                  INTO VERDICT-RECORD
              WRITE VERDICT-RECORD
              EXIT PARAGRAPH
           END-IF.
           STRING 'CLAIM ' DELIMITED BY SIZE
               WS-CLAIM-NUM DELIMITED BY SIZE
               ' BOARD ' DELIMITED BY SIZE
               WS-CLAIM-BOARD DELIMITED BY SIZE
               ' CALL ' DELIMITED BY SIZE
               WS-CLAIM-CALL DELIMITED BY SIZE
               ' SCORE ' DELIMITED BY SIZE
               WS-CLAIM-SCORE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SPACE
               INTO VERDICT-RECORD.
           IF WS-VERDICT NOT = 'REFUSED'
               AND WS-WON(WS-CLAIM-BOARD) = 1 THEN
              MOVE SPACES TO VERDICT-RECORD(70:51)
              STRING 'WON ON CALL ' DELIMITED BY SIZE
                  WS-BOARD-WIN-CALL(WS-CLAIM-BOARD) DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  WS-BOARD-WIN-SCORE(WS-CLAIM-BOARD)
                  DELIMITED BY SIZE
                  INTO VERDICT-RECORD(70:51)
           END-IF.
           WRITE VERDICT-RECORD.
