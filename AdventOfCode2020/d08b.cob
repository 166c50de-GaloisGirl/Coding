       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITFILE ASSIGN TO WS-AUDIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPAIRFILE ASSIGN TO WS-REPAIR-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPCODEFILE ASSIGN TO WS-OPCODE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD REPAIRFILE.
         01 REPAIR-RECORD PIC X(80).

      * The interpreter's instruction-set table (see D08OPC); the
      * swap partner column says which opcode each may be swapped
      * for.
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

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd08.input'.
         01 WS-AUDIT-DSN PIC X(64) VALUE 'D08AUDIT'.
         01 WS-REPAIR-DSN PIC X(64) VALUE 'D08REPAIRED'.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 N PIC 9(3) VALUE 625.
         01 WS-CODE OCCURS 0 TO 999 TIMES DEPENDING ON N.
           05 WS-SIGN PIC X.
           05 WS-ARG PIC 9(3).
           05 WS-DONE PIC 9 VALUE 0.
           05 WS-OPX PIC 9(2) VALUE 0.
         01 WS-I PIC X(3).
         01 WS-ACC PIC S9(6) VALUE 0.
         01 ARG PIC 9(3) VALUE 0.
         01 WS-LOADED PIC 9(3) VALUE 0.
         01 WS-REPAIR-POS-DISP PIC 9(4) VALUE 0.
         01 WS-REPAIR-IDX PIC 9(3) VALUE 0.
         01 OPCODE-STATUS PIC X(2) VALUE SPACES.
         01 OPCODE-EOF PIC 9 VALUE 0.
         01 WS-OPCODE-DSN PIC X(64) VALUE 'D08OPCODES'.
         COPY ENVQ.
         01 WS-OPK PIC 9(2) VALUE 0.
         01 WS-FOUND-OPX PIC 9(2) VALUE 0.
         01 WS-LOOKUP-OPC PIC X(3) VALUE SPACES.
         01 WS-COND-MET PIC X VALUE 'N'.
         01 WS-SWAPPABLE PIC X VALUE 'N'.
         01 WS-SWAP-OPX PIC 9(2) VALUE 0.
         01 WS-OLD-OPX PIC 9(2) VALUE 0.
         01 WS-PREV-INSTR PIC X(3) VALUE SPACES.
         01 WS-PREV-OPX PIC 9(2) VALUE 0.
         01 WS-LINE-NO PIC 9(4) VALUE 0.
         01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
         01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
      * The instruction set the swap search works from.
         COPY D08OPC.

       LOCAL-STORAGE SECTION.
         01 I UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd08.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D08AUDIT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-AUDIT-DSN.
           MOVE 'D08REPAIRED' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPAIR-DSN.
           PERFORM 009-LOAD-OPCODES.
           OPEN OUTPUT AUDITFILE.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
      * a fixed 625 slots would walk off into uninitialized storage
      * on a shorter instruction file.
           MOVE WS-LOADED TO N.
      * Same gate as the interpreter: an opcode the table does not
      * know, or an operand that is not a signed number, is rejected
      * with its line before any swap is tried.
           IF WS-REJECT-COUNT > 0 THEN
              DISPLAY 'AOC-2020-08-2: ' WS-REJECT-COUNT
                  ' REJECTED LINE(S), SEE D08AUDIT - NO SWAP TRIED'
              CLOSE AUDITFILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 000-SWITCH-NEXT UNTIL 1 = 0.
           STOP RUN.

            END-READ.

       003-PROCESS-RECORD.
           ADD 1 TO WS-LINE-NO.
           MOVE INPUT-INSTRUCTION TO WS-INSTRUCTION(I).
           MOVE INPUT-SIGN TO WS-SIGN(I).
           MOVE INPUT-ARG TO WS-ARG(I).
           MOVE INPUT-INSTRUCTION TO WS-LOOKUP-OPC.
           PERFORM 011-FIND-OPCODE.
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
              MOVE WS-LINE-NO TO WS-AUDIT-POS-DISP
              MOVE SPACES TO AUDIT-RECORD
              STRING 'LINE ' DELIMITED BY SIZE
                  WS-AUDIT-POS-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  INPUTRECORD DELIMITED BY SIZE
                  INTO AUDIT-RECORD
              WRITE AUDIT-RECORD
           END-IF.
           ADD 1 TO I.
           ADD 1 TO WS-LOADED.

      * The next candidate is the next line whose opcode has a swap
      * partner in the opcode table; the previous attempt is put
      * back exactly as it was read.
       000-SWITCH-NEXT.
           PERFORM WITH TEST AFTER
             UNTIL CURR-CHANGED > N
             OR WS-SWAPPABLE = "Y"
               ADD 1 TO CURR-CHANGED
               PERFORM 013-CHECK-SWAPPABLE
           END-PERFORM.
           IF PREV-CHANGED > 0 THEN
               MOVE WS-PREV-INSTR TO WS-INSTRUCTION(PREV-CHANGED)
               MOVE WS-PREV-OPX TO WS-OPX(PREV-CHANGED)
           END-IF.
           IF CURR-CHANGED > N THEN
               PERFORM 014-LOG-EXHAUSTED
               CLOSE AUDITFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-INSTRUCTION(CURR-CHANGED) TO WS-OLD-INSTR.
           MOVE WS-OPX(CURR-CHANGED) TO WS-OLD-OPX.
           MOVE OPCODE-SWAP(WS-OLD-OPX)
               TO WS-INSTRUCTION(CURR-CHANGED).
           MOVE WS-SWAP-OPX TO WS-OPX(CURR-CHANGED).
           MOVE WS-OLD-INSTR TO WS-PREV-INSTR.
           MOVE WS-OLD-OPX TO WS-PREV-OPX.
           MOVE CURR-CHANGED TO PREV-CHANGED.
           PERFORM 004-RUN-CODE.
      * 004-RUN-CODE only returns here when the swapped program

           ADD 1 TO WS-DONE(CODE-POS).
           MOVE WS-INSTRUCTION(CODE-POS) TO WS-I.
           MOVE WS-OPX(CODE-POS) TO WS-OPK.
           COMPUTE ARG = FUNCTION NUMVAL(WS-ARG(CODE-POS)).

      * Same table-driven semantics as AOC-2020-08-1.
           MOVE 'N' TO WS-COND-MET.
           IF OPCODE-COND-JUMP(WS-OPK) THEN
              PERFORM 012-TEST-CONDITION
           END-IF.

           IF OPCODE-NO-OP(WS-OPK) THEN
              ADD 1 TO CODE-POS
           END-IF.

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
           END-IF.

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
           END-IF.

      * Records every swap attempt tried and rejected because the
              WRITE REPAIR-RECORD
           END-PERFORM.
           CLOSE REPAIRFILE.

      * A missing opcode table (status other than "00") just means
      * the original acc/jmp/nop set, jmp and nop swappable for each
      * other. Table lines are checked the way AOC-2020-08-1 checks
      * them, so both programs run the same instruction set.
       009-LOAD-OPCODES.
           MOVE 0 TO OPCODE-COUNT.
           MOVE 'D08OPCODES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-OPCODE-DSN.
           OPEN INPUT OPCODEFILE.
           IF OPCODE-STATUS = "00" THEN
              MOVE 0 TO OPCODE-EOF
              PERFORM 010-READ-OPCODE UNTIL OPCODE-EOF = 1
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

       010-READ-OPCODE.
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
                        DISPLAY 'AOC-2020-08-2: D08OPCODES ENTRY '
                            OPR-NAME ' IGNORED - BAD CLASS/RULE OR '
                            'TABLE FULL'
                     END-IF
                  END-IF
           END-READ.

       011-FIND-OPCODE.
           MOVE 0 TO WS-FOUND-OPX.
           PERFORM VARYING WS-OPK FROM 1 BY 1
               UNTIL WS-OPK > OPCODE-COUNT
              IF OPCODE-NAME(WS-OPK) = WS-LOOKUP-OPC THEN
                 MOVE WS-OPK TO WS-FOUND-OPX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       012-TEST-CONDITION.
           IF (OPCODE-COND(WS-OPK) = 'ZE' AND WS-ACC = 0)
               OR (OPCODE-COND(WS-OPK) = 'NZ' AND WS-ACC NOT = 0)
               OR (OPCODE-COND(WS-OPK) = 'NG' AND WS-ACC < 0)
               OR (OPCODE-COND(WS-OPK) = 'PS' AND WS-ACC > 0) THEN
              MOVE 'Y' TO WS-COND-MET
           END-IF.

      * A line is a swap candidate when its opcode names a partner
      * and that partner is itself in the table.
       013-CHECK-SWAPPABLE.
           MOVE 'N' TO WS-SWAPPABLE.
           MOVE 0 TO WS-SWAP-OPX.
           IF CURR-CHANGED > N THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPX(CURR-CHANGED) TO WS-OPK.
           IF OPCODE-SWAP(WS-OPK) = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE OPCODE-SWAP(WS-OPK) TO WS-LOOKUP-OPC.
           PERFORM 011-FIND-OPCODE.
           IF WS-FOUND-OPX > 0 THEN
              MOVE WS-FOUND-OPX TO WS-SWAP-OPX
              MOVE 'Y' TO WS-SWAPPABLE
           END-IF.

      * Every candidate looped: no single swap the table allows
      * repairs this image.
       014-LOG-EXHAUSTED.
           MOVE SPACES TO AUDIT-RECORD.
           STRING 'NO SINGLE SWAP TERMINATES - ' DELIMITED BY SIZE
               'PROGRAM NOT REPAIRED' DELIMITED BY SIZE
               INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           DISPLAY 'AOC-2020-08-2: ' AUDIT-RECORD.
