           SELECT CTLFILE ASSIGN TO "CKPTCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT REGFILE ASSIGN TO WS-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-STATUS.
           SELECT GENCKPTFILE ASSIGN TO WS-CKPT-NAME
         01 FEED-RECORD PIC X(299).

         FD RUNCATFILE.
         01 RUNCAT-RECORD PIC X(132).

         FD D08CKPTFILE.
         01 D08-CKPT-RECORD.
           05 D08-CKPT-STAMP PIC X(14).

         FD D15CKPTFILE.
         01 D15-CKPT-RECORD PIC X(60).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).
         01 GENCKPT-EMPTY PIC 9 VALUE 0.
         01 WS-CKPT-NAME PIC X(44) VALUE SPACES.
         01 WS-FEED-NAME PIC X(44) VALUE SPACES.
         01 WS-REG-DSN PIC X(64) VALUE 'CKPTREG'.
         COPY ENVQ.
         01 WS-REG-COUNT PIC 9(2) VALUE 0.
         01 WS-REG-IDX PIC 9(2) VALUE 0.
         01 WS-REGISTRY.
           05 D15-HDR-HWM PIC 9(8).
           05 D15-HDR-STAMP PIC X(14).
           05 FILLER PIC X(1).
           05 D15-HDR-GAME-ID PIC X(8).
           05 D15-HDR-GAME-SEQ PIC 9(4).
           05 D15-HDR-GAME-DONE PIC X.
           05 FILLER PIC X(7).

       PROCEDURE DIVISION.
       001-MAIN.
           GOBACK.

      * A missing registry (status other than "00") just means the
      * compiled-in lineup of the three long-known checkpoints. The
      * registry name is qualified the way DSREG-01 qualifies it, so
      * both read the same registry in a rehearsal.
       080-LOAD-REGISTRY.
           MOVE 'CKPTREG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REG-DSN.
           OPEN INPUT REGFILE.
           IF REG-STATUS = "00" THEN
              MOVE 0 TO REG-EOF
           END-IF.
           MOVE D15-HDR-STAMP TO WS-STAMP.
           PERFORM 060-COMPUTE-AGE.
      * A header from before games were named carries no game.
           IF D15-HDR-GAME-SEQ IS NOT NUMERIC THEN
              MOVE 'DEFAULT' TO D15-HDR-GAME-ID
              MOVE 1 TO D15-HDR-GAME-SEQ
              MOVE 'N' TO D15-HDR-GAME-DONE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF D15-HDR-GAME-DONE = 'Y' THEN
              STRING 'D15CKPT - GAME ' DELIMITED BY SIZE
                  D15-HDR-GAME-ID DELIMITED BY SPACE
                  ' (SEED ' DELIMITED BY SIZE
                  D15-HDR-GAME-SEQ DELIMITED BY SIZE
                  ') FINISHED - RESTART BEGINS AT THE NEXT GAME '
                      DELIMITED BY SIZE
                  WS-AGE-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD
              PERFORM 050-WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           STRING 'D15CKPT - GAME ' DELIMITED BY SIZE
               D15-HDR-GAME-ID DELIMITED BY SPACE
               ' (SEED ' DELIMITED BY SIZE
               D15-HDR-GAME-SEQ DELIMITED BY SIZE
               ') TURN ' DELIMITED BY SIZE
               D15-HDR-I DELIMITED BY SIZE
               ' LAST SPOKEN ' DELIMITED BY SIZE
               D15-HDR-LAST-NUM DELIMITED BY SIZE
