       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROUNDFILE ASSIGN TO WS-ROUND-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT DECKFILE ASSIGN TO WS-DECK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DECK-STATUS.
           SELECT STANDFILE ASSIGN TO WS-STAND-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO WS-REJECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      * Recursive Combat, where a round can be decided by a sub-game
      * and a repeated deck configuration ends a game for player
      * one. Column 2: 'T' switches to tournament mode, every
      * pairing from the deck library under those rules. Column 3:
      * 'F' says the nightly feed is a full run, every value from 1
      * to the card count dealt exactly once, so a gap is a reject.
         FD PARMFILE.
         01 PARM-RECORD PIC X(3).

      * Deck library for tournament mode: a 'DECK <name>' header
      * opens each deck, followed by one card per record.
         FD STANDFILE.
         01 STAND-RECORD PIC X(80).

      * Deck integrity findings on the nightly feed, one per line.
         FD REJECTFILE.
         01 REJECT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd22.input'.
         01 WS-ROUND-DSN PIC X(64) VALUE 'D22AROUNDS'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D22PARM'.
         01 WS-DECK-DSN PIC X(64) VALUE 'D22DECKS'.
         01 WS-STAND-DSN PIC X(64) VALUE 'D22STAND'.
         01 WS-REJECT-DSN PIC X(64) VALUE 'D22REJECT'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.
         01 INPUT-BUFFER PIC X(9) OCCURS 54 TIMES.
         01 WS-DECK2-STR PIC X(100) VALUE SPACES.
         01 PARM-STATUS PIC X(2) VALUE SPACES.
         01 WS-GAME-MODE PIC X VALUE 'B'.
         01 WS-FULL-RUN PIC X VALUE SPACE.
         01 DECK-STATUS PIC X(2) VALUE SPACES.
         01 DECK-EOF PIC 9 VALUE 0.
         01 WS-TOURNAMENT PIC X VALUE 'N'.
             10 G-PEND2 PIC 9(2).
             10 G-SEEN-COUNT PIC 9(4).
             10 G-SEEN PIC X(204) OCCURS 1000 TIMES.
             10 G-BASE-COUNT PIC 9(3).
             10 G-BASE-SUM PIC 9(5).
         01 WS-STATE-STR PIC X(204).
         01 WS-GAME-WINNER PIC 9 VALUE 0.
         01 WS-ROUND-DONE PIC 9 VALUE 0.
         01 WS-SCORE-POS PIC 9(2) VALUE 0.
         01 WS-STR-POS PIC 9(3) VALUE 0.

      * Pre-game deck integrity: which player and deck position
      * already holds each card value, so a card dealt twice is
      * caught whichever hand it turns up in.
         01 WS-CARD-TAKEN OCCURS 99 TIMES.
           05 WS-TAKEN-PLAYER PIC 9 VALUE 0.
           05 WS-TAKEN-POS PIC 9(2) VALUE 0.
         01 WS-CHK-PLAYER PIC 9 VALUE 0.
         01 WS-CHK-POS PIC 9(2) VALUE 0.
         01 WS-CHK-TEXT PIC X(9) VALUE SPACES.
         01 WS-CHK-VALUE PIC 9(2) VALUE 0.
         01 WS-RUN-TOP PIC 9(3) VALUE 0.
         01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
         01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Card conservation: the card count and the sum of the card
      * values across both hands when the game starts, against the
      * same figures after every round.
         01 WS-BASE-COUNT PIC 9(3) VALUE 0.
         01 WS-BASE-SUM PIC 9(5) VALUE 0.
         01 WS-NOW-COUNT PIC 9(3) VALUE 0.
         01 WS-NOW-SUM PIC 9(5) VALUE 0.
         01 WS-BAD-GAME PIC 9(4) VALUE 0.
         01 WS-BAD-ROUND PIC 9(4) VALUE 0.
         01 WS-DUMP1-STR PIC X(180) VALUE SPACES.
         01 WS-DUMP2-STR PIC X(180) VALUE SPACES.

      * Parameters passed to the shared dated-generation keeper.
         COPY GENOUT.


       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd22.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D22AROUNDS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ROUND-DSN.
           MOVE 'D22PARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D22DECKS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DECK-DSN.
           MOVE 'D22STAND' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STAND-DSN.
           MOVE 'D22REJECT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REJECT-DSN.
           PERFORM 009-LOAD-GAME-MODE.
      * Tournament mode plays the library, not the nightly feed.
           IF WS-TOURNAMENT = 'T' THEN
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
      * A feed that fails the integrity check is not played: a
      * score from a corrupted deck would be published as if sound.
           PERFORM 027-CHECK-DECK-INTEGRITY.
           IF WS-REJECT-COUNT > 0 THEN
              DISPLAY 'DECK FEED FAILED INTEGRITY CHECK: '
                  WS-REJECT-COUNT ' FINDINGS IN D22REJECT'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 004-INIT-DATA.
           OPEN OUTPUT ROUNDFILE.
           IF WS-GAME-MODE = 'R' THEN
              PERFORM 010-PLAY-RECURSIVE
           ELSE
              PERFORM 031-SET-CONSERVATION-BASE
              PERFORM 005-PLAY-GAME UNTIL N1 = 0 OR N2 = 0
              PERFORM 007-TALLY-RESULT
           END-IF.
           END-IF.
           PERFORM 006-SHIFT-CARDS.
           PERFORM 008-LOG-ROUND.
           PERFORM 032-CHECK-CONSERVATION.

       006-SHIFT-CARDS.
           MOVE 0 TO WS-CARDS-1(N1 + 2).
              READ PARMFILE
              MOVE PARM-RECORD(1:1) TO WS-GAME-MODE
              MOVE PARM-RECORD(2:1) TO WS-TOURNAMENT
              MOVE PARM-RECORD(3:1) TO WS-FULL-RUN
              CLOSE PARMFILE
           ELSE
              CLOSE PARMFILE
           END-PERFORM.
           MOVE 0 TO G-ROUND(1).
           MOVE 0 TO G-SEEN-COUNT(1).
           PERFORM 035-SET-FRAME-BASE.
           PERFORM 011-ROUND-OF-TOP-GAME UNTIL WS-DEPTH = 0.
           PERFORM 018-TALLY-RECURSIVE.

           END-PERFORM.
           MOVE 0 TO G-ROUND(WS-DEPTH).
           MOVE 0 TO G-SEEN-COUNT(WS-DEPTH).
           PERFORM 035-SET-FRAME-BASE.
           MOVE SPACES TO ROUND-RECORD.
           STRING 'GAME ' DELIMITED BY SIZE
               G-ID(WS-DEPTH) DELIMITED BY SIZE
               WS-ROUND-WINNER DELIMITED BY SIZE
               INTO ROUND-RECORD.
           WRITE ROUND-RECORD.
           PERFORM 036-CHECK-FRAME-CONSERVATION.

      * A finished game reports its winner and hands the result back
      * to the round that spawned it; the main game instead leaves
           IF WS-GAME-MODE = 'R' THEN
              PERFORM 023-PLAY-RECURSIVE-PAIRING
           ELSE
              PERFORM 031-SET-CONSERVATION-BASE
              PERFORM 005-PLAY-GAME UNTIL N1 = 0 OR N2 = 0
              IF N1 > 0 THEN
                 MOVE WS-DA TO WS-WINNER-DECK
           END-PERFORM.
           MOVE 0 TO G-ROUND(1).
           MOVE 0 TO G-SEEN-COUNT(1).
           PERFORM 035-SET-FRAME-BASE.
           PERFORM 011-ROUND-OF-TOP-GAME UNTIL WS-DEPTH = 0.
           PERFORM 018-TALLY-RECURSIVE.
           IF WS-GAME-WINNER = 1 THEN
              DISPLAY STAND-RECORD
           END-PERFORM.
           CLOSE STANDFILE.

      * Pre-game integrity check on the nightly feed: both player
      * headers where the deal expects them, every card numeric and
      * non-zero, no card value dealt twice across the two hands,
      * and -- for a full-run feed -- every value from 1 to the card
      * count present. Findings go to D22REJECT, one line each.
       027-CHECK-DECK-INTEGRITY.
           OPEN OUTPUT REJECTFILE.
           MOVE 0 TO WS-CHK-POS.
           IF INPUT-BUFFER(1) NOT = 'Player 1:' THEN
              MOVE 1 TO WS-CHK-PLAYER
              MOVE INPUT-BUFFER(1) TO WS-CHK-TEXT
              MOVE 'H01 PLAYER HEADER MISSING' TO WS-REJECT-REASON
              PERFORM 030-WRITE-DECK-REJECT
           END-IF.
           IF INPUT-BUFFER(N + 3) NOT = 'Player 2:' THEN
              MOVE 2 TO WS-CHK-PLAYER
              MOVE INPUT-BUFFER(N + 3) TO WS-CHK-TEXT
              MOVE 'H01 PLAYER HEADER MISSING' TO WS-REJECT-REASON
              PERFORM 030-WRITE-DECK-REJECT
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > N
              MOVE K TO WS-CHK-POS
              MOVE 1 TO WS-CHK-PLAYER
              MOVE INPUT-BUFFER(K + 1) TO WS-CHK-TEXT
              PERFORM 028-CHECK-ONE-CARD
              MOVE 2 TO WS-CHK-PLAYER
              MOVE INPUT-BUFFER(K + N + 3) TO WS-CHK-TEXT
              PERFORM 028-CHECK-ONE-CARD
           END-PERFORM.
           IF WS-FULL-RUN = 'F' THEN
              PERFORM 029-CHECK-FULL-RUN
           END-IF.
           CLOSE REJECTFILE.

      * Reason codes: M = missing, N = not a usable card value,
      * D = dealt twice, G = gap in a full run, H = header.
       028-CHECK-ONE-CARD.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-CHK-TEXT = SPACES THEN
              MOVE 'M01 CARD MISSING FROM FEED' TO WS-REJECT-REASON
              PERFORM 030-WRITE-DECK-REJECT
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHK-TEXT(1:1) IS NOT NUMERIC
               OR (WS-CHK-TEXT(2:1) IS NOT NUMERIC
                   AND WS-CHK-TEXT(2:1) NOT = SPACE)
               OR WS-CHK-TEXT(3:7) NOT = SPACES THEN
              MOVE 'N01 CARD NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM 030-WRITE-DECK-REJECT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CHK-VALUE = FUNCTION NUMVAL(WS-CHK-TEXT).
           IF WS-CHK-VALUE = 0 THEN
              MOVE 'N02 CARD VALUE ZERO' TO WS-REJECT-REASON
              PERFORM 030-WRITE-DECK-REJECT
              EXIT PARAGRAPH
           END-IF.
           IF WS-TAKEN-PLAYER(WS-CHK-VALUE) NOT = 0 THEN
              STRING 'D01 DUPLICATE OF PLAYER ' DELIMITED BY SIZE
                  WS-TAKEN-PLAYER(WS-CHK-VALUE) DELIMITED BY SIZE
                  ' CARD ' DELIMITED BY SIZE
                  WS-TAKEN-POS(WS-CHK-VALUE) DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              PERFORM 030-WRITE-DECK-REJECT
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHK-PLAYER TO WS-TAKEN-PLAYER(WS-CHK-VALUE).
           MOVE WS-CHK-POS TO WS-TAKEN-POS(WS-CHK-VALUE).

      * A full run deals every value from 1 to twice the hand size
      * exactly once: any value not dealt is a gap, and any card
      * above the run cannot belong to it.
       029-CHECK-FULL-RUN.
           COMPUTE WS-RUN-TOP = 2 * N.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 99
              IF I <= WS-RUN-TOP AND WS-TAKEN-PLAYER(I) = 0 THEN
                 MOVE 0 TO WS-CHK-PLAYER
                 MOVE 0 TO WS-CHK-POS
                 MOVE I TO WS-CHK-VALUE
                 MOVE WS-CHK-VALUE TO WS-CHK-TEXT
                 MOVE 'G01 VALUE MISSING FROM FULL RUN'
                     TO WS-REJECT-REASON
                 PERFORM 030-WRITE-DECK-REJECT
              END-IF
              IF I > WS-RUN-TOP AND WS-TAKEN-PLAYER(I) NOT = 0 THEN
                 MOVE WS-TAKEN-PLAYER(I) TO WS-CHK-PLAYER
                 MOVE WS-TAKEN-POS(I) TO WS-CHK-POS
                 MOVE I TO WS-CHK-VALUE
                 MOVE WS-CHK-VALUE TO WS-CHK-TEXT
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING 'G02 CARD ABOVE FULL RUN OF ' DELIMITED BY SIZE
                     WS-RUN-TOP DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 PERFORM 030-WRITE-DECK-REJECT
              END-IF
           END-PERFORM.

       030-WRITE-DECK-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           STRING 'PLAYER ' DELIMITED BY SIZE
               WS-CHK-PLAYER DELIMITED BY SIZE
               ' CARD ' DELIMITED BY SIZE
               WS-CHK-POS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               ' TEXT ' DELIMITED BY SIZE
               WS-CHK-TEXT DELIMITED BY SIZE
               INTO REJECT-RECORD.
           WRITE REJECT-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.

      * The higher-card game only ever moves cards between the two
      * hands, so the card count and the sum of the card values
      * across both must come out the same after every round.
       031-SET-CONSERVATION-BASE.
           MOVE 0 TO WS-BASE-COUNT.
           MOVE 0 TO WS-BASE-SUM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N1
              ADD 1 TO WS-BASE-COUNT
              ADD WS-CARDS-1(I) TO WS-BASE-SUM
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N2
              ADD 1 TO WS-BASE-COUNT
              ADD WS-CARDS-2(I) TO WS-BASE-SUM
           END-PERFORM.

       032-CHECK-CONSERVATION.
           MOVE 0 TO WS-NOW-COUNT.
           MOVE 0 TO WS-NOW-SUM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N1
              ADD 1 TO WS-NOW-COUNT
              ADD WS-CARDS-1(I) TO WS-NOW-SUM
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N2
              ADD 1 TO WS-NOW-COUNT
              ADD WS-CARDS-2(I) TO WS-NOW-SUM
           END-PERFORM.
           IF WS-NOW-COUNT = WS-BASE-COUNT
               AND WS-NOW-SUM = WS-BASE-SUM THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-GAME-NO TO WS-BAD-GAME.
           MOVE WS-ROUND-NUM TO WS-BAD-ROUND.
           MOVE SPACES TO WS-DUMP1-STR.
           MOVE 1 TO WS-STR-PTR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N1
              STRING WS-CARDS-1(I) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 INTO WS-DUMP1-STR WITH POINTER WS-STR-PTR
           END-PERFORM.
           MOVE SPACES TO WS-DUMP2-STR.
           MOVE 1 TO WS-STR-PTR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N2
              STRING WS-CARDS-2(I) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 INTO WS-DUMP2-STR WITH POINTER WS-STR-PTR
           END-PERFORM.
           PERFORM 034-REPORT-VIOLATION.

      * A broken game is stopped where it broke: the game and round,
      * the counts against what the game started with, and both
      * hands as they stand go to D22AROUNDS and the console.
       034-REPORT-VIOLATION.
           MOVE SPACES TO ROUND-RECORD.
           STRING 'CONSERVATION VIOLATION GAME ' DELIMITED BY SIZE
               WS-BAD-GAME DELIMITED BY SIZE
               ' ROUND ' DELIMITED BY SIZE
               WS-BAD-ROUND DELIMITED BY SIZE
               ' CARDS ' DELIMITED BY SIZE
               WS-NOW-COUNT DELIMITED BY SIZE
               ' EXPECTED ' DELIMITED BY SIZE
               WS-BASE-COUNT DELIMITED BY SIZE
               ' CHECKSUM ' DELIMITED BY SIZE
               WS-NOW-SUM DELIMITED BY SIZE
               ' EXPECTED ' DELIMITED BY SIZE
               WS-BASE-SUM DELIMITED BY SIZE
               INTO ROUND-RECORD.
           WRITE ROUND-RECORD.
           DISPLAY ROUND-RECORD.
           MOVE SPACES TO ROUND-RECORD.
           STRING 'P1: ' DELIMITED BY SIZE
               WS-DUMP1-STR DELIMITED BY SIZE
               INTO ROUND-RECORD.
           WRITE ROUND-RECORD.
           DISPLAY ROUND-RECORD.
           MOVE SPACES TO ROUND-RECORD.
           STRING 'P2: ' DELIMITED BY SIZE
               WS-DUMP2-STR DELIMITED BY SIZE
               INTO ROUND-RECORD.
           WRITE ROUND-RECORD.
           DISPLAY ROUND-RECORD.
           CLOSE ROUNDFILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * Each Recursive Combat game, main or sub-game, conserves its
      * own cards: the base is taken when its frame is dealt.
       035-SET-FRAME-BASE.
           MOVE 0 TO G-BASE-COUNT(WS-DEPTH).
           MOVE 0 TO G-BASE-SUM(WS-DEPTH).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > G-N1(WS-DEPTH)
              ADD 1 TO G-BASE-COUNT(WS-DEPTH)
              ADD G-CARDS1(WS-DEPTH, I) TO G-BASE-SUM(WS-DEPTH)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > G-N2(WS-DEPTH)
              ADD 1 TO G-BASE-COUNT(WS-DEPTH)
              ADD G-CARDS2(WS-DEPTH, I) TO G-BASE-SUM(WS-DEPTH)
           END-PERFORM.

       036-CHECK-FRAME-CONSERVATION.
           MOVE 0 TO WS-NOW-COUNT.
           MOVE 0 TO WS-NOW-SUM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > G-N1(WS-DEPTH)
              ADD 1 TO WS-NOW-COUNT
              ADD G-CARDS1(WS-DEPTH, I) TO WS-NOW-SUM
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > G-N2(WS-DEPTH)
              ADD 1 TO WS-NOW-COUNT
              ADD G-CARDS2(WS-DEPTH, I) TO WS-NOW-SUM
           END-PERFORM.
           IF WS-NOW-COUNT = G-BASE-COUNT(WS-DEPTH)
               AND WS-NOW-SUM = G-BASE-SUM(WS-DEPTH) THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE G-BASE-COUNT(WS-DEPTH) TO WS-BASE-COUNT.
           MOVE G-BASE-SUM(WS-DEPTH) TO WS-BASE-SUM.
           MOVE G-ID(WS-DEPTH) TO WS-BAD-GAME.
           MOVE G-ROUND(WS-DEPTH) TO WS-BAD-ROUND.
           MOVE SPACES TO WS-DUMP1-STR.
           MOVE 1 TO WS-STR-PTR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > G-N1(WS-DEPTH)
              STRING G-CARDS1(WS-DEPTH, I) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 INTO WS-DUMP1-STR WITH POINTER WS-STR-PTR
           END-PERFORM.
           MOVE SPACES TO WS-DUMP2-STR.
           MOVE 1 TO WS-STR-PTR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > G-N2(WS-DEPTH)
              STRING G-CARDS2(WS-DEPTH, I) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 INTO WS-DUMP2-STR WITH POINTER WS-STR-PTR
           END-PERFORM.
           PERFORM 034-REPORT-VIOLATION.
