       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INPARMFILE ASSIGN TO WS-INPARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPARM-STATUS.
           SELECT CKPTFILE ASSIGN TO WS-CKPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-STATUS.
           SELECT PROFILEFILE ASSIGN TO WS-PROFILE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRACECTLFILE ASSIGN TO WS-TRACECTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRACECTL-STATUS.
           SELECT TRACEFILE ASSIGN TO WS-TRACE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPCODEFILE ASSIGN TO WS-OPCODE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPCODE-STATUS.
           SELECT REJECTFILE ASSIGN TO WS-REJECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FD TRACEFILE.
         01 TRACE-RECORD PIC X(80).

      * Instruction-set table, one opcode per record: opcode in
      * columns 1-3, effect class in 5, operand rule in 7-9,
      * condition in 11-12 and swap partner in 14-16 (see D08OPC).
         FD OPCODEFILE.
         01 OPCODE-RECORD.
           05 OPR-NAME PIC X(3).
           05 FILLER PIC X.
           05 OPR-CLASS PIC X.
           05 FILLER PIC X.
           05 OPR-RULE PIC X(3).
           05 FILLER PIC X.
           05 OPR-COND PIC X(2).
           05 FILLER PIC X.
           05 OPR-SWAP PIC X(3).

      * Instruction lines the opcode table does not cover, or whose
      * operand breaks the opcode's rule, with the line number; any
      * entry here stops the run before the first instruction.
         FD REJECTFILE.
         01 REJECT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-INPARM-DSN PIC X(64) VALUE 'D08INPARM'.
         01 WS-CKPT-DSN PIC X(64) VALUE 'D08CKPT'.
         01 WS-PROFILE-DSN PIC X(64) VALUE 'D08PROFILE'.
         01 WS-TRACECTL-DSN PIC X(64) VALUE 'D08TRACE'.
         01 WS-TRACE-DSN PIC X(64) VALUE 'D08TRCOUT'.
         01 WS-REJECT-DSN PIC X(64) VALUE 'D08REJECTS'.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 CKPT-STATUS PIC X(2) VALUE SPACES.
         01 INPARM-STATUS PIC X(2) VALUE SPACES.
           05 WS-SIGN PIC X.
           05 WS-ARG PIC 9(3).
           05 WS-DONE PIC 9 VALUE 0.
           05 WS-OPX PIC 9(2) VALUE 0.
         01 WS-I PIC X(3).
         01 WS-ACC PIC S9(6) VALUE 0.
         01 WS-CKPT-EVERY PIC 9(4) VALUE 50.
      * Hit counters cover the instructions executed this run; a
      * resume from checkpoint profiles the resumed leg only.
         01 WS-HIT PIC 9(8) VALUE 0 OCCURS 625 TIMES.
         01 WS-OPC-EXEC PIC 9(8) VALUE 0 OCCURS 20 TIMES.
         01 WS-CODE-COUNT PIC 9(4) VALUE 0.
         01 WS-ADDR-DISP PIC 9(4) VALUE 0.
         01 WS-TOP-K PIC 9(2) VALUE 0.
         01 WS-TRC-HAS-TRIGGER PIC X VALUE 'N'.
         01 WS-TRC-POS PIC 9(4) VALUE 0.
         01 WS-TRC-LINES PIC 9(6) VALUE 0.
         01 OPCODE-STATUS PIC X(2) VALUE SPACES.
         01 OPCODE-EOF PIC 9 VALUE 0.
         01 WS-OPCODE-DSN PIC X(64) VALUE 'D08OPCODES'.
         COPY ENVQ.
         01 WS-OPK PIC 9(2) VALUE 0.
         01 WS-FOUND-OPX PIC 9(2) VALUE 0.
         01 WS-LOOKUP-OPC PIC X(3) VALUE SPACES.
         01 WS-COND-MET PIC X VALUE 'N'.
         01 WS-LINE-NO PIC 9(4) VALUE 0.
         01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
         01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
      * The instruction set the image is checked and run against.
         COPY D08OPC.

       LOCAL-STORAGE SECTION.
         01 I UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'D08INPARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPARM-DSN.
           MOVE 'D08CKPT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CKPT-DSN.
           MOVE 'D08PROFILE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PROFILE-DSN.
           MOVE 'D08TRACE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TRACECTL-DSN.
           MOVE 'D08TRCOUT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TRACE-DSN.
           MOVE 'D08REJECTS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REJECT-DSN.
           PERFORM 010-LOAD-INPUT-NAME.
           PERFORM 011-LOAD-TRACE-WINDOW.
           PERFORM 013-LOAD-OPCODES.
           OPEN OUTPUT REJECTFILE.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           CLOSE REJECTFILE.
      * An opcode the table does not know would otherwise abend the
      * run halfway through; the whole image is checked first and
      * nothing executes if any line failed.
           IF WS-REJECT-COUNT > 0 THEN
              DISPLAY 'AOC-2020-08-1: ' WS-REJECT-COUNT
                  ' INSTRUCTION(S) REJECTED, SEE D08REJECTS - '
                  'NOT EXECUTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 009-LOAD-CHECKPOINT.
           PERFORM 004-RUN-CODE.
           IF WS-TRACE-OPEN = 'Y' THEN
            END-READ.

       003-PROCESS-RECORD.
           ADD 1 TO WS-LINE-NO.
      * A '*' record is the swap finder's repair header, not an
      * instruction.
           IF INPUT-INSTRUCTION(1:1) = '*' THEN
           MOVE INPUT-INSTRUCTION TO WS-INSTRUCTION(I).
           MOVE INPUT-SIGN TO WS-SIGN(I).
           MOVE INPUT-ARG TO WS-ARG(I).
           MOVE INPUT-INSTRUCTION TO WS-LOOKUP-OPC.
           PERFORM 015-FIND-OPCODE.
           MOVE WS-FOUND-OPX TO WS-OPX(I).
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-FOUND-OPX = 0 THEN
              MOVE 'UNKNOWN OPCODE' TO WS-REJECT-REASON
           ELSE
              IF OPCODE-RULE(WS-FOUND-OPX) NOT = 'IGN' THEN
                 IF (INPUT-SIGN NOT = '+' AND INPUT-SIGN NOT = '-')
                     OR INPUT-ARG(1:1) IS NOT NUMERIC THEN
                    MOVE 'BAD OPERAND' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES THEN
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO REJECT-RECORD
              STRING 'LINE ' DELIMITED BY SIZE
                  WS-LINE-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY '  '
                  ' TEXT ' DELIMITED BY SIZE
                  INPUTRECORD(1:40) DELIMITED BY SIZE
                  INTO REJECT-RECORD
              WRITE REJECT-RECORD
           END-IF.
           ADD 1 TO I.
           ADD 1 TO WS-CODE-COUNT.

           MOVE 1 TO WS-DONE(CODE-POS).
           ADD 1 TO WS-HIT(CODE-POS).
           MOVE WS-INSTRUCTION(CODE-POS) TO WS-I.
           MOVE WS-OPX(CODE-POS) TO WS-OPK.
           COMPUTE ARG = FUNCTION NUMVAL(WS-ARG(CODE-POS)).

      * The opcode's class and operand rule from the table decide
      * what happens; a slot with no opcode (one past the end of a
      * repaired program) does nothing and ends the run.
           IF WS-OPK > 0 THEN
              ADD 1 TO WS-OPC-EXEC(WS-OPK)
              MOVE 'N' TO WS-COND-MET
              IF OPCODE-COND-JUMP(WS-OPK) THEN
                 PERFORM 016-TEST-CONDITION
              END-IF

              IF OPCODE-NO-OP(WS-OPK) THEN
                 ADD 1 TO CODE-POS
              END-IF

              IF OPCODE-ACCUMULATE(WS-OPK) THEN
                 IF OPCODE-RULE(WS-OPK) = 'MUL' THEN
                    IF WS-SIGN(CODE-POS) = "+" THEN
                      COMPUTE WS-ACC = WS-ACC * ARG
                    ELSE
                      COMPUTE WS-ACC = 0 - WS-ACC * ARG
                    END-IF
                 ELSE
                    IF WS-SIGN(CODE-POS) = "+" THEN
                      COMPUTE WS-ACC = WS-ACC + ARG
                    ELSE
                      COMPUTE WS-ACC = WS-ACC - ARG
                    END-IF
                 END-IF
                 ADD 1 TO CODE-POS
              END-IF

              IF OPCODE-JUMP(WS-OPK) OR WS-COND-MET = 'Y' THEN
                 IF WS-SIGN(CODE-POS) = "+" THEN
                   COMPUTE CODE-POS = CODE-POS + ARG
                 ELSE
                   COMPUTE CODE-POS = CODE-POS - ARG
                 END-IF
              ELSE
                 IF OPCODE-COND-JUMP(WS-OPK) THEN
                    ADD 1 TO CODE-POS
                 END-IF
              END-IF
           END-IF.

           ELSE
              CLOSE INPARMFILE
           END-IF.
           MOVE WS-INPUT-NAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-NAME.

      * Per-opcode execution totals, every instruction's hit count,
      * and the ten most-executed addresses, hottest first.
       008-WRITE-PROFILE.
           OPEN OUTPUT PROFILEFILE.
           PERFORM VARYING WS-OPK FROM 1 BY 1
               UNTIL WS-OPK > OPCODE-COUNT
              MOVE SPACES TO PROFILE-RECORD
              STRING 'OPCODE ' DELIMITED BY SIZE
                  OPCODE-NAME(WS-OPK) DELIMITED BY SIZE
                  ' EXECUTIONS ' DELIMITED BY SIZE
                  WS-OPC-EXEC(WS-OPK) DELIMITED BY SIZE
                  INTO PROFILE-RECORD
              WRITE PROFILE-RECORD
           END-PERFORM.
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-CODE-COUNT
              IF WS-HIT(WS-PROF-IDX) > 0 THEN
               WS-ACC DELIMITED BY SIZE
               INTO TRACE-RECORD.
           WRITE TRACE-RECORD.

      * A missing opcode table (status other than "00") just means
      * the original three-opcode instruction set. A table line
      * with an unknown class, or a rule that does not fit its
      * class, is left out with a warning rather than guessed at.
       013-LOAD-OPCODES.
           MOVE 0 TO OPCODE-COUNT.
           MOVE 'D08OPCODES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-OPCODE-DSN.
           OPEN INPUT OPCODEFILE.
           IF OPCODE-STATUS = "00" THEN
              MOVE 0 TO OPCODE-EOF
              PERFORM 014-READ-OPCODE UNTIL OPCODE-EOF = 1
              CLOSE OPCODEFILE
           ELSE
              CLOSE OPCODEFILE
           END-IF.
      * Name, class, rule, condition and swap partner, packed.
           IF OPCODE-COUNT = 0 THEN
              MOVE 3 TO OPCODE-COUNT
              MOVE 'accAADD  ' TO OPCODE-ENTRY(1)
              MOVE 'jmpJREL  nop' TO OPCODE-ENTRY(2)
              MOVE 'nopNIGN  jmp' TO OPCODE-ENTRY(3)
           END-IF.

       014-READ-OPCODE.
           READ OPCODEFILE
               AT END MOVE 1 TO OPCODE-EOF
               NOT AT END
                  IF OPR-NAME NOT = SPACES AND
                      OPR-NAME(1:1) NOT = '*' THEN
                     IF ((OPR-CLASS = 'A' AND
                          (OPR-RULE = 'ADD' OR OPR-RULE = 'MUL'))
                      OR (OPR-CLASS = 'J' AND OPR-RULE = 'REL')
                      OR (OPR-CLASS = 'C' AND OPR-RULE = 'REL' AND
                          (OPR-COND = 'ZE' OR OPR-COND = 'NZ' OR
                           OPR-COND = 'NG' OR OPR-COND = 'PS'))
                      OR (OPR-CLASS = 'N' AND OPR-RULE = 'IGN'))
                      AND OPCODE-COUNT < 20 THEN
                        ADD 1 TO OPCODE-COUNT
                        MOVE OPR-NAME TO OPCODE-NAME(OPCODE-COUNT)
                        MOVE OPR-CLASS TO OPCODE-CLASS(OPCODE-COUNT)
                        MOVE OPR-RULE TO OPCODE-RULE(OPCODE-COUNT)
                        MOVE OPR-COND TO OPCODE-COND(OPCODE-COUNT)
                        MOVE OPR-SWAP TO OPCODE-SWAP(OPCODE-COUNT)
                     ELSE
                        DISPLAY 'AOC-2020-08-1: D08OPCODES ENTRY '
                            OPR-NAME ' IGNORED - BAD CLASS/RULE OR '
                            'TABLE FULL'
                     END-IF
                  END-IF
           END-READ.

       015-FIND-OPCODE.
           MOVE 0 TO WS-FOUND-OPX.
           PERFORM VARYING WS-OPK FROM 1 BY 1
               UNTIL WS-OPK > OPCODE-COUNT
              IF OPCODE-NAME(WS-OPK) = WS-LOOKUP-OPC THEN
                 MOVE WS-OPK TO WS-FOUND-OPX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       016-TEST-CONDITION.
           IF (OPCODE-COND(WS-OPK) = 'ZE' AND WS-ACC = 0)
               OR (OPCODE-COND(WS-OPK) = 'NZ' AND WS-ACC NOT = 0)
               OR (OPCODE-COND(WS-OPK) = 'NG' AND WS-ACC < 0)
               OR (OPCODE-COND(WS-OPK) = 'PS' AND WS-ACC > 0) THEN
              MOVE 'Y' TO WS-COND-MET
           END-IF.
