       PROGRAM-ID. AOC-2020-15-2.
       AUTHOR ANNA KOSIERADZKA.

      * Plays one game per record of the D15SEEDS file, each against
      * the whole D15MILESTONES list, with a section per game in the
      * milestone report. Without a seed file the single classic
      * game (2,15,0,9,1,20) is played, as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKPTFILE ASSIGN TO WS-CKPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-STATUS.
           SELECT MILEFILE ASSIGN TO WS-MILE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MILE-STATUS.
           SELECT OPTIONAL MILERPTFILE ASSIGN TO WS-MILERPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEEDFILE ASSIGN TO WS-SEED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * last number spoken, followed by one data record per history
      * slot that has actually been touched, so a run that gets killed
      * partway through the 30-million-turn sweep can pick back up
      * instead of starting over from turn one. The header names the
      * game it belongs to and that game's place in the seed file; a
      * header marked done, with no data records, is written as each
      * game finishes, so a restart skips the games already played.
         FD CKPTFILE.
         01 CKPT-RECORD PIC X(60).

      * Milestone turns to report, one per record; a single pass
      * through the sequence answers every turn on the list instead
         01 MILE-RECORD PIC 9(8).

         FD MILERPTFILE.
         01 MILERPT-RECORD PIC X(80).

      * One game per record: a game id, then its starting numbers
      * separated by commas, e.g. "G0001 2,15,0,9,1,20".
         FD SEEDFILE.
         01 SEED-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-CKPT-DSN PIC X(64) VALUE 'D15CKPT'.
         01 WS-MILE-DSN PIC X(64) VALUE 'D15MILESTONES'.
         01 WS-MILERPT-DSN PIC X(64) VALUE 'D15MILERPT'.
         01 WS-SEED-DSN PIC X(64) VALUE 'D15SEEDS'.
         COPY ENVQ.
         01 CKPT-RECORD-WS PIC X(60).
         01 CKPT-HEADER REDEFINES CKPT-RECORD-WS.
           05 CKPT-H-TYPE PIC X.
           05 CKPT-HDR-I PIC 9(8).
      * age a snapshot before anyone trusts a resume from it.
           05 CKPT-HDR-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 CKPT-HDR-GAME-ID PIC X(8).
           05 CKPT-HDR-GAME-SEQ PIC 9(4).
           05 CKPT-HDR-GAME-DONE PIC X.
           05 FILLER PIC X(7).
         01 CKPT-DATA REDEFINES CKPT-RECORD-WS.
           05 CKPT-D-TYPE PIC X.
           05 CKPT-D-IDX PIC 9(8).
           05 CKPT-D-LAST PIC 9(8).
           05 CKPT-D-PREV PIC 9(8).
           05 FILLER PIC X(35).
         01 WS-INPUT PIC 9(8) OCCURS 20 TIMES.
         01 N PIC 9(2).
         01 N1 PIC 9(8).
         01 CKPT-STATUS PIC X(2) VALUE SPACES.
         01 CKPT-EOF PIC 9 VALUE 0.
         01 PREV-I PIC 9(8) VALUE 0.
         01 I PIC 9(8) VALUE 1.
         01 START-I PIC 9(8) VALUE 1.
      * The game in hand, its place in the seed file, and where the
      * checkpoint says a restart picks up.
         01 SEED-STATUS PIC X(2) VALUE SPACES.
         01 SEED-EOF PIC 9 VALUE 0.
         01 WS-SEED-LINE PIC X(80) VALUE SPACES.
         01 WS-SEED-LIST PIC X(80) VALUE SPACES.
         01 WS-SEED-TEXT PIC X(10) VALUE SPACES.
         01 WS-SEED-PTR PIC 9(3) VALUE 1.
         01 WS-SEED-LEN PIC 9(2) VALUE 0.
         01 WS-SEED-REASON PIC X(30) VALUE SPACES.
         01 WS-GAME-ID PIC X(8) VALUE SPACES.
         01 WS-GAME-SEQ PIC 9(4) VALUE 0.
         01 WS-GAMES-PLAYED PIC 9(4) VALUE 0.
         01 WS-GAMES-SKIPPED PIC 9(4) VALUE 0.
         01 WS-SEEDS-REJECTED PIC 9(4) VALUE 0.
         01 WS-RESUME-GAME-ID PIC X(8) VALUE SPACES.
         01 WS-RESUME-GAME-SEQ PIC 9(4) VALUE 0.
         01 WS-RESUME-GAME-DONE PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'D15CKPT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CKPT-DSN.
           MOVE 'D15MILESTONES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-MILE-DSN.
           MOVE 'D15MILERPT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-MILERPT-DSN.
           MOVE 'D15SEEDS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SEED-DSN.
           PERFORM 012-LOAD-MILESTONES.
           PERFORM 009-LOAD-CHECKPOINT.
           IF WS-RESUMED = 1 THEN
           ELSE
              OPEN OUTPUT MILERPTFILE
           END-IF.
           OPEN INPUT SEEDFILE.
           IF SEED-STATUS = "00" THEN
              MOVE 0 TO SEED-EOF
              PERFORM 015-READ-SEED UNTIL SEED-EOF = 1
              CLOSE SEEDFILE
           ELSE
              CLOSE SEEDFILE
              MOVE 'DEFAULT 2,15,0,9,1,20' TO WS-SEED-LINE
              MOVE 1 TO WS-GAME-SEQ
              PERFORM 016-PLAY-SEED
           END-IF.
           CLOSE MILERPTFILE.
           IF WS-RESUMED = 1 THEN
      * The checkpoint names a game the seed file no longer reaches;
      * it is kept, not cleared, so the mismatch can be looked into.
              DISPLAY 'D15CKPT GAME ' WS-RESUME-GAME-ID ' (SEED '
                  WS-RESUME-GAME-SEQ ') NOT REACHED IN D15SEEDS'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 011-CLEAR-CHECKPOINT.
           DISPLAY 'GAMES PLAYED ' WS-GAMES-PLAYED
               ' SKIPPED ' WS-GAMES-SKIPPED
               ' SEEDS REJECTED ' WS-SEEDS-REJECTED.
           IF WS-SEEDS-REJECTED > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
      * GOBACK rather than STOP RUN throughout: REQDESK-01 CALLs
      * this program to answer business requests and carries on.
           GOBACK.

      * Resumes from the last checkpoint if one exists on disk; a
      * missing checkpoint file (status 35) just means a fresh run
      * that seeds the history table from the starting numbers.
      * A header from before games were named (no game sequence on
      * it) can only belong to the single classic game.
       009-LOAD-CHECKPOINT.
           OPEN INPUT CKPTFILE.
           IF CKPT-STATUS = "00" THEN
              MOVE 1 TO WS-RESUMED
              READ CKPTFILE INTO CKPT-RECORD-WS
              IF CKPT-HDR-GAME-SEQ IS NUMERIC THEN
                 MOVE CKPT-HDR-GAME-ID TO WS-RESUME-GAME-ID
                 MOVE CKPT-HDR-GAME-SEQ TO WS-RESUME-GAME-SEQ
                 MOVE CKPT-HDR-GAME-DONE TO WS-RESUME-GAME-DONE
              ELSE
                 MOVE 'DEFAULT' TO WS-RESUME-GAME-ID
                 MOVE 1 TO WS-RESUME-GAME-SEQ
                 MOVE 'N' TO WS-RESUME-GAME-DONE
              END-IF
              MOVE CKPT-HDR-I TO START-I
              MOVE CKPT-HDR-LAST-NUM TO LAST-NUM
              MOVE CKPT-HDR-HWM TO WS-HWM
              CLOSE CKPTFILE
           ELSE
              CLOSE CKPTFILE
           END-IF.

      * Seeds the history table from the game's starting numbers.
      * A starting number given twice is spoken twice, so its earlier
      * turn moves to the previous-turn slot like any other.
       017-SEED-HISTORY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
              MOVE WS-INPUT(I) TO LAST-NUM
              MOVE NUM-LAST(LAST-NUM + 1) TO NUM-PREV(LAST-NUM + 1)
              MOVE I TO NUM-LAST(LAST-NUM + 1)
              IF LAST-NUM + 1 > WS-HWM THEN
                 COMPUTE WS-HWM = LAST-NUM + 1
              END-IF
           END-PERFORM.
           COMPUTE N1 = N + 1.
           MOVE N1 TO START-I.

       SPEAK-NUMBERS.
           PERFORM VARYING I FROM START-I BY 1 UNTIL I > WS-MAX-TURN
               COMPUTE LAST-I = NUM-LAST(LAST-NUM + 1)
                  PERFORM 010-WRITE-CHECKPOINT
               END-IF
           END-PERFORM.
           MOVE SPACES TO MILERPT-RECORD.
           STRING 'END GAME ' DELIMITED BY SIZE
               WS-GAME-ID DELIMITED BY SPACE
               ' LAST TURN ' DELIMITED BY SIZE
               WS-MAX-TURN DELIMITED BY SIZE
               ' SPOKEN ' DELIMITED BY SIZE
               LAST-NUM DELIMITED BY SIZE
               INTO MILERPT-RECORD.
           WRITE MILERPT-RECORD.
           DISPLAY MILERPT-RECORD.

      * Periodically snapshots progress so a restart doesn't have to
      * replay the whole 30-million-turn sweep from scratch. Only
           MOVE FUNCTION CURRENT-DATE(1:14) TO CKPT-HDR-STAMP.
           MOVE LAST-NUM TO CKPT-HDR-LAST-NUM.
           MOVE WS-HWM TO CKPT-HDR-HWM.
           MOVE WS-GAME-ID TO CKPT-HDR-GAME-ID.
           MOVE WS-GAME-SEQ TO CKPT-HDR-GAME-SEQ.
           MOVE 'N' TO CKPT-HDR-GAME-DONE.
           MOVE 'H' TO CKPT-H-TYPE.
           WRITE CKPT-RECORD FROM CKPT-RECORD-WS.
           PERFORM VARYING CKPT-IDX FROM 1 BY 1 UNTIL CKPT-IDX > WS-HWM
               INTO MILERPT-RECORD.
           WRITE MILERPT-RECORD.
           DISPLAY MILERPT-RECORD.

       015-READ-SEED.
           READ SEEDFILE
               AT END MOVE 1 TO SEED-EOF
               NOT AT END
                  ADD 1 TO WS-GAME-SEQ
                  MOVE SEED-RECORD TO WS-SEED-LINE
                  PERFORM 016-PLAY-SEED
           END-READ.

      * On a restart the games ahead of the checkpointed one were
      * finished in the interrupted run and are skipped; the
      * checkpointed game itself resumes mid-sweep from the history
      * already loaded, or is skipped too if it had finished. A
      * seed file whose game at that place has a different id has
      * changed under the checkpoint, and nothing is resumed from it.
       016-PLAY-SEED.
           PERFORM 018-PARSE-SEED.
           IF WS-RESUMED = 1 THEN
              IF WS-GAME-SEQ < WS-RESUME-GAME-SEQ THEN
                 ADD 1 TO WS-GAMES-SKIPPED
                 EXIT PARAGRAPH
              END-IF
              IF WS-GAME-ID NOT = WS-RESUME-GAME-ID THEN
                 DISPLAY 'D15CKPT IS FOR GAME ' WS-RESUME-GAME-ID
                     ' BUT SEED ' WS-GAME-SEQ ' IS GAME ' WS-GAME-ID
                     ' - NOT RESUMED'
                 CLOSE MILERPTFILE
                 CLOSE SEEDFILE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 0 TO WS-RESUMED
              IF WS-RESUME-GAME-DONE = 'Y' THEN
                 ADD 1 TO WS-GAMES-SKIPPED
                 EXIT PARAGRAPH
              END-IF
              PERFORM SPEAK-NUMBERS
              PERFORM 020-WRITE-GAME-DONE
              ADD 1 TO WS-GAMES-PLAYED
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MILERPT-RECORD.
           STRING 'GAME ' DELIMITED BY SIZE
               WS-GAME-ID DELIMITED BY SPACE
               ' SEED ' DELIMITED BY SIZE
               WS-SEED-LIST DELIMITED BY SPACE
               INTO MILERPT-RECORD.
           WRITE MILERPT-RECORD.
           IF WS-SEED-REASON NOT = SPACES THEN
              ADD 1 TO WS-SEEDS-REJECTED
              MOVE SPACES TO MILERPT-RECORD
              STRING 'SEED REJECTED - ' DELIMITED BY SIZE
                  WS-SEED-REASON DELIMITED BY SIZE
                  INTO MILERPT-RECORD
              WRITE MILERPT-RECORD
              DISPLAY 'GAME ' WS-GAME-ID ' ' MILERPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           PERFORM 019-RESET-HISTORY.
           PERFORM 017-SEED-HISTORY.
           PERFORM SPEAK-NUMBERS.
           PERFORM 020-WRITE-GAME-DONE.
           ADD 1 TO WS-GAMES-PLAYED.

      * Game id, then up to 20 comma-separated starting numbers, each
      * small enough to index the history table.
       018-PARSE-SEED.
           MOVE SPACES TO WS-GAME-ID WS-SEED-LIST WS-SEED-REASON.
           UNSTRING WS-SEED-LINE DELIMITED BY ALL ' '
               INTO WS-GAME-ID WS-SEED-LIST.
           MOVE 0 TO N.
           MOVE 1 TO WS-SEED-PTR.
           IF WS-SEED-LIST = SPACES THEN
              MOVE 'NO STARTING NUMBERS' TO WS-SEED-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SEED-PTR > 80
                   OR WS-SEED-LIST(WS-SEED-PTR:) = SPACES
              MOVE SPACES TO WS-SEED-TEXT
              UNSTRING WS-SEED-LIST DELIMITED BY ',' OR ' '
                  INTO WS-SEED-TEXT WITH POINTER WS-SEED-PTR
              MOVE 0 TO WS-SEED-LEN
              INSPECT WS-SEED-TEXT TALLYING WS-SEED-LEN
                  FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-SEED-LEN = 0 OR WS-SEED-LEN > 8 THEN
                 MOVE 'STARTING NUMBER NOT 1-8 DIGITS'
                     TO WS-SEED-REASON
                 EXIT PARAGRAPH
              END-IF
              IF WS-SEED-TEXT(1:WS-SEED-LEN) IS NOT NUMERIC THEN
                 MOVE 'STARTING NUMBER NOT NUMERIC' TO WS-SEED-REASON
                 EXIT PARAGRAPH
              END-IF
              IF N >= 20 THEN
                 MOVE 'MORE THAN 20 STARTING NUMBERS'
                     TO WS-SEED-REASON
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO N
              MOVE WS-SEED-TEXT(1:WS-SEED-LEN) TO WS-INPUT(N)
              IF WS-INPUT(N) > 67108862 THEN
                 MOVE 'STARTING NUMBER OVER HISTORY'
                     TO WS-SEED-REASON
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

      * Only the slots up to the high-water mark were ever touched.
       019-RESET-HISTORY.
           PERFORM VARYING CKPT-IDX FROM 1 BY 1 UNTIL CKPT-IDX > WS-HWM
              MOVE 0 TO NUM-LAST(CKPT-IDX)
              MOVE 0 TO NUM-PREV(CKPT-IDX)
           END-PERFORM.
           MOVE 0 TO WS-HWM.
           MOVE 0 TO WS-CKPT-TICK.
           MOVE 0 TO LAST-NUM.

      * Marks the game finished: a header alone, with no history, is
      * all a restart needs to know to move on to the next game.
       020-WRITE-GAME-DONE.
           OPEN OUTPUT CKPTFILE.
           MOVE SPACES TO CKPT-RECORD-WS.
           MOVE 'H' TO CKPT-H-TYPE.
           MOVE WS-MAX-TURN TO CKPT-HDR-I.
           MOVE LAST-NUM TO CKPT-HDR-LAST-NUM.
           MOVE 0 TO CKPT-HDR-HWM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CKPT-HDR-STAMP.
           MOVE WS-GAME-ID TO CKPT-HDR-GAME-ID.
           MOVE WS-GAME-SEQ TO CKPT-HDR-GAME-SEQ.
           MOVE 'Y' TO CKPT-HDR-GAME-DONE.
           WRITE CKPT-RECORD FROM CKPT-RECORD-WS.
           CLOSE CKPTFILE.
