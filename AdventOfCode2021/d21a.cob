       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT MATRIXFILE ASSIGN TO WS-MATRIX-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * startup instead of compiled in: 'D' plays the deterministic
      * d100 practice game to 1000 points, 'Q' counts the quantum
      * universes of the full Dirac game. One program, one parameter
      * file, both official variants. 'M' plays the quantum game
      * for all 100 starting pairs (the positions are then ignored).
         FD PARMFILE.
         01 PARM-RECORD.
           05 PARM-P1 PIC 9.
           05 PARM-P2 PIC 9.
           05 PARM-MODE PIC X.

         FD MATRIXFILE.
         01 MATRIX-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-PARM-DSN PIC X(64) VALUE 'D21PARM'.
         01 WS-MATRIX-DSN PIC X(64) VALUE 'D21MATRIX'.
         COPY ENVQ.
         01 PARM-STATUS PIC X(2) VALUE SPACES.
         77 WS-MODE PIC X VALUE 'D'.
         77 P1 PIC 9 VALUE 1.
         77 PLAYER PIC 9 VALUE 1.
         77 RESULT PIC 9(8) VALUE 0.

      * Matrix mode's table of game outcomes, by the pawn and score
      * subscript (score + 1) of the player to move and the player
      * waiting: how many universes the mover wins and the other
      * player wins from that state.
         01 WS-MATRIX-TBL.
           05 WS-MX-PA OCCURS 10 TIMES.
             10 WS-MX-PB OCCURS 10 TIMES.
               15 WS-MX-SA OCCURS 21 TIMES.
                 20 WS-MX-SB OCCURS 21 TIMES.
                   25 WS-MX-WIN-MOVER PIC 9(18).
                   25 WS-MX-WIN-OTHER PIC 9(18).
         77 MPA PIC 9(2) VALUE 1.
         77 MPB PIC 9(2) VALUE 1.
         77 MSA PIC 9(2) VALUE 1.
         77 MSB PIC S9(2) VALUE 1.
         77 MT PIC S9(2) VALUE 0.
         77 WS-MX-COL PIC 9(3) VALUE 0.
         77 WS-MX-SHARE PIC 9(3)V99 VALUE 0.
         77 WS-MX-BEST-SHARE PIC 9(3)V99 VALUE 0.
         77 WS-MX-WORST-SHARE PIC 9(3)V99 VALUE 0.
         77 WS-MX-BEST-PA PIC 9(2) VALUE 0.
         77 WS-MX-BEST-PB PIC 9(2) VALUE 0.
         77 WS-MX-WORST-PA PIC 9(2) VALUE 0.
         77 WS-MX-WORST-PB PIC 9(2) VALUE 0.
         01 WS-MX-SHARE-DISP PIC ZZ9.99.
         01 WS-MX-POS-DISP PIC Z9.


       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'D21PARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D21MATRIX' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-MATRIX-DSN.
           PERFORM 005-LOAD-START-POSITIONS.
           IF WS-MODE = 'Q' THEN
              PERFORM 006-PLAY-QUANTUM
              STOP RUN
           END-IF.
           IF WS-MODE = 'M' THEN
              PERFORM 009-PLAY-MATRIX
              STOP RUN
           END-IF.
      * The practice game immediately ends as a win for any player
      * whose score reaches at least 1000.
           PERFORM 002-TURN UNTIL SCORE1 >= 1000 OR SCORE2 >= 1000.
      * forward with the other player to move. The result is the
      * universe count of whichever player wins in more of them.
       006-PLAY-QUANTUM.
           PERFORM 010-SET-ROLL-FREQ.
           IF P1 = 0 THEN
              MOVE 10 TO QP1
           ELSE
              END-IF
           END-PERFORM.

      * Roll totals run 3..9 with weights 1,3,6,7,6,3,1 out of the
      * 27 equally likely three-roll universes.
       010-SET-ROLL-FREQ.
           MOVE 0 TO WS-ROLL-FREQ(1).
           MOVE 0 TO WS-ROLL-FREQ(2).
           MOVE 1 TO WS-ROLL-FREQ(3).
           MOVE 3 TO WS-ROLL-FREQ(4).
           MOVE 6 TO WS-ROLL-FREQ(5).
           MOVE 7 TO WS-ROLL-FREQ(6).
           MOVE 6 TO WS-ROLL-FREQ(7).
           MOVE 3 TO WS-ROLL-FREQ(8).
           MOVE 1 TO WS-ROLL-FREQ(9).

      * Matrix mode: the quantum game for every one of the 100
      * starting pairs at once. Rather than play 100 games forward,
      * the outcome of every game state is worked out once, from the
      * highest combined score down, so each state's counts are built
      * from states already known. A state is the pawn and score of
      * the player to move and of the player waiting; the opening of
      * each starting pair is then one entry of the table.
       009-PLAY-MATRIX.
           PERFORM 010-SET-ROLL-FREQ.
           PERFORM VARYING MT FROM 42 BY -1 UNTIL MT < 2
            PERFORM VARYING MSA FROM 1 BY 1 UNTIL MSA > 21
             COMPUTE MSB = MT - MSA
             IF MSB >= 1 AND MSB <= 21 THEN
              PERFORM VARYING MPA FROM 1 BY 1 UNTIL MPA > 10
               PERFORM VARYING MPB FROM 1 BY 1 UNTIL MPB > 10
                PERFORM 011-SOLVE-STATE
               END-PERFORM
              END-PERFORM
             END-IF
            END-PERFORM
           END-PERFORM.
           PERFORM 012-WRITE-MATRIX.

      * The player to move rolls: a total that takes them to 21 is a
      * win in that many universes; any other total hands the move to
      * the waiting player, whose state (already solved, as its
      * combined score is higher) says how those universes end.
       011-SOLVE-STATE.
           MOVE 0 TO WS-MX-WIN-MOVER(MPA, MPB, MSA, MSB).
           MOVE 0 TO WS-MX-WIN-OTHER(MPA, MPB, MSA, MSB).
           PERFORM VARYING QR FROM 3 BY 1 UNTIL QR > 9
              COMPUTE QNP = FUNCTION MOD(MPA + QR - 1, 10) + 1
              COMPUTE QNS = MSA + QNP
              IF QNS >= 22 THEN
                 ADD WS-ROLL-FREQ(QR)
                     TO WS-MX-WIN-MOVER(MPA, MPB, MSA, MSB)
              ELSE
                 COMPUTE WS-MX-WIN-MOVER(MPA, MPB, MSA, MSB) =
                     WS-MX-WIN-MOVER(MPA, MPB, MSA, MSB)
                     + WS-ROLL-FREQ(QR)
                     * WS-MX-WIN-OTHER(MPB, QNP, MSB, QNS)
                 COMPUTE WS-MX-WIN-OTHER(MPA, MPB, MSA, MSB) =
                     WS-MX-WIN-OTHER(MPA, MPB, MSA, MSB)
                     + WS-ROLL-FREQ(QR)
                     * WS-MX-WIN-MOVER(MPB, QNP, MSB, QNS)
              END-IF
           END-PERFORM.

      * D21MATRIX: player one's win share for every starting pair
      * (rows are player one's pawn, columns player two's), then the
      * universe counts behind each cell, then the openings most and
      * least in player one's favour.
       012-WRITE-MATRIX.
           OPEN OUTPUT MATRIXFILE.
           MOVE 'PLAYER ONE WIN SHARE (PERCENT) BY STARTING POSITION'
               TO MATRIX-RECORD.
           WRITE MATRIX-RECORD.
           MOVE SPACES TO MATRIX-RECORD.
           MOVE 'P1\P2' TO MATRIX-RECORD.
           MOVE 7 TO WS-MX-COL.
           PERFORM VARYING MPB FROM 1 BY 1 UNTIL MPB > 10
              MOVE MPB TO WS-MX-POS-DISP
              MOVE WS-MX-POS-DISP TO MATRIX-RECORD(WS-MX-COL + 4:2)
              ADD 7 TO WS-MX-COL
           END-PERFORM.
           WRITE MATRIX-RECORD.
           MOVE 0 TO WS-MX-BEST-PA.
           MOVE 0 TO WS-MX-WORST-PA.
           PERFORM VARYING MPA FROM 1 BY 1 UNTIL MPA > 10
              MOVE SPACES TO MATRIX-RECORD
              MOVE MPA TO WS-MX-POS-DISP
              MOVE WS-MX-POS-DISP TO MATRIX-RECORD(4:2)
              MOVE 7 TO WS-MX-COL
              PERFORM VARYING MPB FROM 1 BY 1 UNTIL MPB > 10
                 PERFORM 013-CELL-SHARE
                 MOVE WS-MX-SHARE TO WS-MX-SHARE-DISP
                 MOVE WS-MX-SHARE-DISP TO MATRIX-RECORD(WS-MX-COL:6)
                 ADD 7 TO WS-MX-COL
                 IF WS-MX-BEST-PA = 0
                     OR WS-MX-SHARE > WS-MX-BEST-SHARE THEN
                    MOVE MPA TO WS-MX-BEST-PA
                    MOVE MPB TO WS-MX-BEST-PB
                    MOVE WS-MX-SHARE TO WS-MX-BEST-SHARE
                 END-IF
                 IF WS-MX-WORST-PA = 0
                     OR WS-MX-SHARE < WS-MX-WORST-SHARE THEN
                    MOVE MPA TO WS-MX-WORST-PA
                    MOVE MPB TO WS-MX-WORST-PB
                    MOVE WS-MX-SHARE TO WS-MX-WORST-SHARE
                 END-IF
              END-PERFORM
              WRITE MATRIX-RECORD
           END-PERFORM.
           MOVE SPACES TO MATRIX-RECORD.
           WRITE MATRIX-RECORD.
           MOVE 'UNIVERSE COUNTS BY STARTING POSITION' TO MATRIX-RECORD.
           WRITE MATRIX-RECORD.
           PERFORM VARYING MPA FROM 1 BY 1 UNTIL MPA > 10
              PERFORM VARYING MPB FROM 1 BY 1 UNTIL MPB > 10
                 PERFORM 013-CELL-SHARE
                 MOVE WS-MX-SHARE TO WS-MX-SHARE-DISP
                 MOVE SPACES TO MATRIX-RECORD
                 STRING 'P1 AT ' DELIMITED BY SIZE
                     MPA DELIMITED BY SIZE
                     ' P2 AT ' DELIMITED BY SIZE
                     MPB DELIMITED BY SIZE
                     ' P1 WINS ' DELIMITED BY SIZE
                     WS-MX-WIN-MOVER(MPA, MPB, 1, 1) DELIMITED BY SIZE
                     ' P2 WINS ' DELIMITED BY SIZE
                     WS-MX-WIN-OTHER(MPA, MPB, 1, 1) DELIMITED BY SIZE
                     ' SHARE ' DELIMITED BY SIZE
                     WS-MX-SHARE-DISP DELIMITED BY SIZE
                     INTO MATRIX-RECORD
                 WRITE MATRIX-RECORD
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO MATRIX-RECORD.
           WRITE MATRIX-RECORD.
           MOVE WS-MX-BEST-SHARE TO WS-MX-SHARE-DISP.
           STRING 'MOST FAVOURABLE OPENING: P1 AT ' DELIMITED BY SIZE
               WS-MX-BEST-PA DELIMITED BY SIZE
               ' P2 AT ' DELIMITED BY SIZE
               WS-MX-BEST-PB DELIMITED BY SIZE
               ' SHARE ' DELIMITED BY SIZE
               WS-MX-SHARE-DISP DELIMITED BY SIZE
               INTO MATRIX-RECORD.
           WRITE MATRIX-RECORD.
           DISPLAY MATRIX-RECORD.
           MOVE SPACES TO MATRIX-RECORD.
           MOVE WS-MX-WORST-SHARE TO WS-MX-SHARE-DISP.
           STRING 'LEAST FAVOURABLE OPENING: P1 AT ' DELIMITED BY SIZE
               WS-MX-WORST-PA DELIMITED BY SIZE
               ' P2 AT ' DELIMITED BY SIZE
               WS-MX-WORST-PB DELIMITED BY SIZE
               ' SHARE ' DELIMITED BY SIZE
               WS-MX-SHARE-DISP DELIMITED BY SIZE
               INTO MATRIX-RECORD.
           WRITE MATRIX-RECORD.
           DISPLAY MATRIX-RECORD.
           CLOSE MATRIXFILE.

      * Player one's share of the universes for the opening with
      * player one's pawn on MPA and player two's on MPB, both on 0.
       013-CELL-SHARE.
           COMPUTE WS-MX-SHARE ROUNDED =
               WS-MX-WIN-MOVER(MPA, MPB, 1, 1) * 100
               / (WS-MX-WIN-MOVER(MPA, MPB, 1, 1)
                  + WS-MX-WIN-OTHER(MPA, MPB, 1, 1)).

       002-TURN.
      * Players take turns moving.
      * On each player's turn, 
              READ PARMFILE
              MOVE PARM-P1 TO P1
              MOVE PARM-P2 TO P2
              IF PARM-MODE = 'Q' OR PARM-MODE = 'D'
                  OR PARM-MODE = 'M' THEN
                 MOVE PARM-MODE TO WS-MODE
              END-IF
              CLOSE PARMFILE
