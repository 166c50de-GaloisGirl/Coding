       IDENTIFICATION DIVISION.
       PROGRAM-ID. D08CFA-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Static control-flow report over a handheld boot image: reads
      * the same d08 feed and the same D08OPCODES instruction set as
      * AOC-2020-08-1, executes nothing, and writes D08CFLOW --
      * malformed lines, every instruction unreachable from the
      * first, every jump that lands outside the program, every
      * closed jump cycle with its member lines, and the lines where
      * a single swap to the opcode's table partner could possibly
      * reach the end. The repair desk starts from that short list
      * instead of AOC-2020-08-2's brute force, and a malformed image
      * stops here instead of in the interpreter's chain slot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPUT-STATUS.
           SELECT INPARMFILE ASSIGN TO WS-INPARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPARM-STATUS.
           SELECT OPCODEFILE ASSIGN TO WS-OPCODE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPCODE-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD INPUTFILE.
         01 INPUTRECORD.
           05 INPUT-INSTRUCTION PIC X(3).
           05 INPUT-SPACE PIC X.
           05 INPUT-SIGN PIC X(1).
           05 INPUT-ARG PIC X(3).
           05 FILLER PIC X(91).

      * Optional override for the input dataset name, the same one
      * AOC-2020-08-1 honours, so the report describes the image
      * the interpreter is about to run.
         FD INPARMFILE.
         01 INPARM-RECORD PIC X(99).

      * Instruction-set table, same layout AOC-2020-08-1 reads.
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

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 INPUT-STATUS PIC X(2) VALUE SPACES.
         01 INPARM-STATUS PIC X(2) VALUE SPACES.
         01 OPCODE-STATUS PIC X(2) VALUE SPACES.
         01 INPUT-EOF PIC 9 VALUE 0.
         01 OPCODE-EOF PIC 9 VALUE 0.
         01 WS-INPUT-NAME PIC X(99) VALUE 'd08.input'.
         01 WS-INPARM-DSN PIC X(64) VALUE 'D08INPARM'.
         01 WS-OPCODE-DSN PIC X(64) VALUE 'D08OPCODES'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'D08CFLOW'.
         COPY ENVQ.
      * The instruction set the image is checked against.
         COPY D08OPC.
      * One entry per instruction position. Successors are positions
      * (the end of the program is N + 1); a zero successor means
      * none. REACH marks positions reachable from the first, LIVE
      * positions from which the end can be reached on some path,
      * STATE and CYCLE drive the cycle walk.
         01 WS-N PIC 9(4) VALUE 0.
         01 WS-END-POS PIC 9(4) VALUE 0.
         01 WS-CODE OCCURS 1000 TIMES.
           05 WS-INSTR PIC X(3).
           05 WS-SIGN PIC X.
           05 WS-ARG-TEXT PIC X(3).
           05 WS-ARG PIC 9(3).
           05 WS-LINE PIC 9(4).
           05 WS-OPX PIC 9(2).
           05 WS-BAD PIC X.
           05 WS-TARGET PIC S9(5).
           05 WS-SUCC1 PIC 9(4).
           05 WS-SUCC2 PIC 9(4).
           05 WS-REACH PIC 9.
           05 WS-LIVE PIC 9.
           05 WS-STATE PIC 9.
           05 WS-CYCLE PIC 9(4).
         01 WS-STACK PIC 9(4) OCCURS 2000 TIMES.
         01 WS-SP PIC 9(4) VALUE 0.
         01 WS-PATH PIC 9(4) OCCURS 1000 TIMES.
         01 WS-PATH-N PIC 9(4) VALUE 0.
         01 WS-IDX PIC 9(4) VALUE 0.
         01 WS-JDX PIC 9(4) VALUE 0.
         01 WS-KDX PIC 9(4) VALUE 0.
         01 WS-OPK PIC 9(2) VALUE 0.
         01 WS-FOUND-OPX PIC 9(2) VALUE 0.
         01 WS-LOOKUP-OPC PIC X(3) VALUE SPACES.
         01 WS-LINE-NO PIC 9(4) VALUE 0.
         01 WS-CHANGED PIC X VALUE 'N'.
         01 WS-NEW-SUCC1 PIC S9(5) VALUE 0.
         01 WS-NEW-SUCC2 PIC S9(5) VALUE 0.
         01 WS-CANDIDATE PIC X VALUE 'N'.
         01 WS-TEST-POS PIC S9(5) VALUE 0.
         01 WS-PTR PIC 9(3) VALUE 1.
         01 WS-LINE-DISP PIC 9(4) VALUE 0.
         01 WS-TARGET-DISP PIC -(5)9.
         01 WS-CYCLE-DISP PIC 9(4) VALUE 0.
         01 WS-MALFORMED-COUNT PIC 9(4) VALUE 0.
         01 WS-UNREACH-COUNT PIC 9(4) VALUE 0.
         01 WS-OUTSIDE-COUNT PIC 9(4) VALUE 0.
         01 WS-OUTSIDE-REACHED PIC 9(4) VALUE 0.
         01 WS-CYCLE-COUNT PIC 9(4) VALUE 0.
         01 WS-SWAP-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'D08INPARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPARM-DSN.
           MOVE 'D08OPCODES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-OPCODE-DSN.
           MOVE 'D08CFLOW' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           PERFORM 002-LOAD-INPUT-NAME.
           PERFORM 003-LOAD-OPCODES.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CONTROL-FLOW REPORT FOR ' DELIMITED BY SIZE
               WS-INPUT-NAME DELIMITED BY SPACE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT INPUTFILE.
           IF INPUT-STATUS NOT = "00" THEN
              MOVE 'NO BOOT IMAGE ON FILE - NOTHING ANALYSED'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY 'D08CFA-01: ' REPORT-RECORD
              CLOSE INPUTFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'MALFORMED LINES' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 006-READ-INSTRUCTION UNTIL INPUT-EOF = 1.
           CLOSE INPUTFILE.
           IF WS-MALFORMED-COUNT = 0 THEN
              MOVE '  NONE' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           COMPUTE WS-END-POS = WS-N + 1.
           PERFORM 008-SET-SUCCESSORS.
           PERFORM 009-MARK-REACHABLE.
           PERFORM 010-MARK-LIVE.
           PERFORM 012-WRITE-UNREACHABLE.
           PERFORM 013-WRITE-OUTSIDE-JUMPS.
           PERFORM 014-FIND-CYCLES.
           PERFORM 017-WRITE-SWAP-CANDIDATES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'INSTRUCTIONS ' DELIMITED BY SIZE
               WS-N DELIMITED BY SIZE
               ' MALFORMED ' DELIMITED BY SIZE
               WS-MALFORMED-COUNT DELIMITED BY SIZE
               ' UNREACHABLE ' DELIMITED BY SIZE
               WS-UNREACH-COUNT DELIMITED BY SIZE
               ' OUTSIDE JUMPS ' DELIMITED BY SIZE
               WS-OUTSIDE-COUNT DELIMITED BY SIZE
               ' CYCLES ' DELIMITED BY SIZE
               WS-CYCLE-COUNT DELIMITED BY SIZE
               ' SWAP CANDIDATES ' DELIMITED BY SIZE
               WS-SWAP-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORTFILE.
           DISPLAY 'D08CFA-01: ' REPORT-RECORD.
      * A malformed line, or a jump off the program on a path the
      * interpreter will actually take, means the image must not be
      * run; dead code and cycles are findings, not failures.
           IF WS-MALFORMED-COUNT > 0 OR WS-OUTSIDE-REACHED > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-UNREACH-COUNT > 0 OR WS-OUTSIDE-COUNT > 0 OR
                  WS-CYCLE-COUNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

      * A missing override file (status other than "00") just means
      * analyse the usual "d08.input" feed.
       002-LOAD-INPUT-NAME.
           OPEN INPUT INPARMFILE.
           IF INPARM-STATUS = "00" THEN
              READ INPARMFILE
              MOVE INPARM-RECORD TO WS-INPUT-NAME
              CLOSE INPARMFILE
           ELSE
              CLOSE INPARMFILE
           END-IF.
           MOVE WS-INPUT-NAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-NAME.

      * Same table, same checks and same compiled-in default as the
      * interpreter, so both agree on what a well-formed image is.
       003-LOAD-OPCODES.
           MOVE 0 TO OPCODE-COUNT.
           OPEN INPUT OPCODEFILE.
           IF OPCODE-STATUS = "00" THEN
              MOVE 0 TO OPCODE-EOF
              PERFORM 004-READ-OPCODE UNTIL OPCODE-EOF = 1
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

       004-READ-OPCODE.
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
                        DISPLAY 'D08CFA-01: D08OPCODES ENTRY '
                            OPR-NAME ' IGNORED - BAD CLASS/RULE OR '
                            'TABLE FULL'
                     END-IF
                  END-IF
           END-READ.

       005-FIND-OPCODE.
           MOVE 0 TO WS-FOUND-OPX.
           PERFORM VARYING WS-OPK FROM 1 BY 1
               UNTIL WS-OPK > OPCODE-COUNT
              IF OPCODE-NAME(WS-OPK) = WS-LOOKUP-OPC THEN
                 MOVE WS-OPK TO WS-FOUND-OPX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       006-READ-INSTRUCTION.
           READ INPUTFILE
               AT END MOVE 1 TO INPUT-EOF
               NOT AT END PERFORM 007-LOAD-INSTRUCTION
           END-READ.

      * A '*' record is the swap finder's repair header, not an
      * instruction.
       007-LOAD-INSTRUCTION.
           ADD 1 TO WS-LINE-NO.
           IF INPUT-INSTRUCTION(1:1) = '*' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-N >= 1000 THEN
              DISPLAY 'D08CFA-01: IMAGE LONGER THAN 1000 '
                  'INSTRUCTIONS - REST NOT ANALYSED'
              MOVE 1 TO INPUT-EOF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-N.
           MOVE INPUT-INSTRUCTION TO WS-INSTR(WS-N).
           MOVE INPUT-SIGN TO WS-SIGN(WS-N).
           MOVE INPUT-ARG TO WS-ARG-TEXT(WS-N).
           MOVE WS-LINE-NO TO WS-LINE(WS-N).
           MOVE 'N' TO WS-BAD(WS-N).
           MOVE 0 TO WS-ARG(WS-N).
           MOVE INPUT-INSTRUCTION TO WS-LOOKUP-OPC.
           PERFORM 005-FIND-OPCODE.
           MOVE WS-FOUND-OPX TO WS-OPX(WS-N).
           MOVE WS-LINE-NO TO WS-LINE-DISP.
           IF WS-FOUND-OPX = 0 THEN
              MOVE 'Y' TO WS-BAD(WS-N)
              MOVE SPACES TO REPORT-RECORD
              STRING '  LINE ' DELIMITED BY SIZE
                  WS-LINE-DISP DELIMITED BY SIZE
                  ' UNKNOWN OPCODE ' DELIMITED BY SIZE
                  INPUT-INSTRUCTION DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              ADD 1 TO WS-MALFORMED-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF INPUT-ARG(1:1) IS NUMERIC THEN
              COMPUTE WS-ARG(WS-N) = FUNCTION NUMVAL(INPUT-ARG)
           END-IF.
           IF OPCODE-RULE(WS-FOUND-OPX) NOT = 'IGN' THEN
              IF (INPUT-SIGN NOT = '+' AND INPUT-SIGN NOT = '-')
                  OR INPUT-ARG(1:1) IS NOT NUMERIC THEN
                 MOVE 'Y' TO WS-BAD(WS-N)
                 MOVE SPACES TO REPORT-RECORD
                 STRING '  LINE ' DELIMITED BY SIZE
                     WS-LINE-DISP DELIMITED BY SIZE
                     ' BAD OPERAND ' DELIMITED BY SIZE
                     INPUTRECORD(1:20) DELIMITED BY SIZE
                     INTO REPORT-RECORD
                 WRITE REPORT-RECORD
                 ADD 1 TO WS-MALFORMED-COUNT
              END-IF
           END-IF.

      * Fall-through successor for accumulate, no-op and the untaken
      * side of a conditional jump; jump target for jumps. A jump
      * whose target is off the program (before the first position
      * or past the end) gets no successor. A malformed line stops
      * the flow dead.
       008-SET-SUCCESSORS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-N
              MOVE 0 TO WS-SUCC1(WS-IDX)
              MOVE 0 TO WS-SUCC2(WS-IDX)
              MOVE 0 TO WS-REACH(WS-IDX)
              MOVE 0 TO WS-LIVE(WS-IDX)
              MOVE 0 TO WS-STATE(WS-IDX)
              MOVE 0 TO WS-CYCLE(WS-IDX)
              MOVE 0 TO WS-TARGET(WS-IDX)
              IF WS-BAD(WS-IDX) = 'N' THEN
                 MOVE WS-OPX(WS-IDX) TO WS-OPK
                 IF OPCODE-JUMP(WS-OPK) OR OPCODE-COND-JUMP(WS-OPK)
                    THEN
                    IF WS-SIGN(WS-IDX) = '-' THEN
                       COMPUTE WS-TARGET(WS-IDX) =
                           WS-IDX - WS-ARG(WS-IDX)
                    ELSE
                       COMPUTE WS-TARGET(WS-IDX) =
                           WS-IDX + WS-ARG(WS-IDX)
                    END-IF
                    IF WS-TARGET(WS-IDX) >= 1 AND
                        WS-TARGET(WS-IDX) <= WS-END-POS THEN
                       MOVE WS-TARGET(WS-IDX) TO WS-SUCC1(WS-IDX)
                    END-IF
                    IF OPCODE-COND-JUMP(WS-OPK) THEN
                       COMPUTE WS-SUCC2(WS-IDX) = WS-IDX + 1
                    END-IF
                 ELSE
                    COMPUTE WS-SUCC1(WS-IDX) = WS-IDX + 1
                 END-IF
              END-IF
           END-PERFORM.

      * Depth-first marking from the first instruction over every
      * successor, both sides of a conditional jump included.
       009-MARK-REACHABLE.
           IF WS-N = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-SP.
           MOVE 1 TO WS-STACK(1).
           PERFORM UNTIL WS-SP = 0
              MOVE WS-STACK(WS-SP) TO WS-IDX
              SUBTRACT 1 FROM WS-SP
              IF WS-REACH(WS-IDX) = 0 THEN
                 MOVE 1 TO WS-REACH(WS-IDX)
                 IF WS-SUCC1(WS-IDX) > 0 AND
                     WS-SUCC1(WS-IDX) <= WS-N THEN
                    ADD 1 TO WS-SP
                    MOVE WS-SUCC1(WS-IDX) TO WS-STACK(WS-SP)
                 END-IF
                 IF WS-SUCC2(WS-IDX) > 0 AND
                     WS-SUCC2(WS-IDX) <= WS-N THEN
                    ADD 1 TO WS-SP
                    MOVE WS-SUCC2(WS-IDX) TO WS-STACK(WS-SP)
                 END-IF
              END-IF
           END-PERFORM.

      * A position is live when some successor is the end of the
      * program or is itself live; sweeps repeat until nothing new
      * settles.
       010-MARK-LIVE.
           MOVE 'Y' TO WS-CHANGED.
           PERFORM 011-LIVE-SWEEP UNTIL WS-CHANGED NOT = 'Y'.

       011-LIVE-SWEEP.
           MOVE 'N' TO WS-CHANGED.
           PERFORM VARYING WS-IDX FROM WS-N BY -1 UNTIL WS-IDX < 1
              IF WS-LIVE(WS-IDX) = 0 THEN
                 MOVE WS-SUCC1(WS-IDX) TO WS-TEST-POS
                 PERFORM 019-TEST-LIVE
                 IF WS-CANDIDATE = 'N' THEN
                    MOVE WS-SUCC2(WS-IDX) TO WS-TEST-POS
                    PERFORM 019-TEST-LIVE
                 END-IF
                 IF WS-CANDIDATE = 'Y' THEN
                    MOVE 1 TO WS-LIVE(WS-IDX)
                    MOVE 'Y' TO WS-CHANGED
                 END-IF
              END-IF
           END-PERFORM.

       012-WRITE-UNREACHABLE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'UNREACHABLE FROM THE FIRST INSTRUCTION'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-N
              IF WS-REACH(WS-IDX) = 0 THEN
                 ADD 1 TO WS-UNREACH-COUNT
                 PERFORM 018-WRITE-INSTRUCTION-LINE
              END-IF
           END-PERFORM.
           IF WS-UNREACH-COUNT = 0 THEN
              MOVE '  NONE' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

      * The end of the program (one past the last instruction) is a
      * legal target; anything before the first position or beyond
      * the end is not.
       013-WRITE-OUTSIDE-JUMPS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'JUMPS LANDING OUTSIDE THE PROGRAM' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-N
              IF WS-BAD(WS-IDX) = 'N' THEN
                 MOVE WS-OPX(WS-IDX) TO WS-OPK
                 IF (OPCODE-JUMP(WS-OPK) OR
                     OPCODE-COND-JUMP(WS-OPK)) AND
                     (WS-TARGET(WS-IDX) < 1 OR
                      WS-TARGET(WS-IDX) > WS-END-POS) THEN
                    ADD 1 TO WS-OUTSIDE-COUNT
                    IF WS-REACH(WS-IDX) = 1 THEN
                       ADD 1 TO WS-OUTSIDE-REACHED
                    END-IF
                    MOVE WS-LINE(WS-IDX) TO WS-LINE-DISP
                    MOVE WS-TARGET(WS-IDX) TO WS-TARGET-DISP
                    MOVE SPACES TO REPORT-RECORD
                    STRING '  LINE ' DELIMITED BY SIZE
                        WS-LINE-DISP DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-INSTR(WS-IDX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-SIGN(WS-IDX) DELIMITED BY SIZE
                        WS-ARG-TEXT(WS-IDX) DELIMITED BY SIZE
                        ' LANDS AT POSITION ' DELIMITED BY SIZE
                        WS-TARGET-DISP DELIMITED BY SIZE
                        INTO REPORT-RECORD
                    IF WS-REACH(WS-IDX) = 1 THEN
                       MOVE '(ON A REACHABLE PATH)'
                           TO REPORT-RECORD(50:21)
                    END-IF
                    WRITE REPORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-OUTSIDE-COUNT = 0 THEN
              MOVE '  NONE' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

      * A closed cycle is a loop no conditional jump can leave: the
      * walk follows the single successor of each accumulate, no-op
      * and jump, and stops at a conditional jump, the end, or a
      * jump off the program. A walk that runs back into its own
      * path has found a cycle; its members are numbered in the
      * order the interpreter would run them.
       014-FIND-CYCLES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'CLOSED JUMP CYCLES' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-N
              IF WS-STATE(WS-IDX) = 0 THEN
                 PERFORM 015-WALK-FROM
              END-IF
           END-PERFORM.
           IF WS-CYCLE-COUNT = 0 THEN
              MOVE '  NONE' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       015-WALK-FROM.
           MOVE 0 TO WS-PATH-N.
           MOVE WS-IDX TO WS-JDX.
           PERFORM UNTIL WS-JDX = 0
              IF WS-STATE(WS-JDX) NOT = 0 THEN
                 EXIT PERFORM
              END-IF
              MOVE 1 TO WS-STATE(WS-JDX)
              ADD 1 TO WS-PATH-N
              MOVE WS-JDX TO WS-PATH(WS-PATH-N)
              MOVE 0 TO WS-KDX
              IF WS-BAD(WS-JDX) = 'N' THEN
                 MOVE WS-OPX(WS-JDX) TO WS-OPK
                 IF NOT OPCODE-COND-JUMP(WS-OPK) AND
                     WS-SUCC1(WS-JDX) <= WS-N THEN
                    MOVE WS-SUCC1(WS-JDX) TO WS-KDX
                 END-IF
              END-IF
              MOVE WS-KDX TO WS-JDX
           END-PERFORM.
           IF WS-JDX > 0 THEN
              IF WS-STATE(WS-JDX) = 1 THEN
                 PERFORM 016-WRITE-CYCLE
              END-IF
           END-IF.
           PERFORM VARYING WS-KDX FROM 1 BY 1
               UNTIL WS-KDX > WS-PATH-N
              MOVE WS-PATH(WS-KDX) TO WS-JDX
              MOVE 2 TO WS-STATE(WS-JDX)
           END-PERFORM.

      * WS-JDX is the first member met again; the member lines are
      * written around the loop from there, wrapping long cycles
      * onto continuation lines.
       016-WRITE-CYCLE.
           ADD 1 TO WS-CYCLE-COUNT.
           MOVE WS-CYCLE-COUNT TO WS-CYCLE-DISP.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 1 TO WS-PTR.
           STRING '  CYCLE ' DELIMITED BY SIZE
               WS-CYCLE-DISP DELIMITED BY SIZE
               ' LINES' DELIMITED BY SIZE
               INTO REPORT-RECORD WITH POINTER WS-PTR.
           MOVE WS-JDX TO WS-KDX.
           PERFORM WITH TEST AFTER UNTIL WS-KDX = WS-JDX
              MOVE WS-CYCLE-COUNT TO WS-CYCLE(WS-KDX)
              IF WS-PTR > 120 THEN
                 WRITE REPORT-RECORD
                 MOVE SPACES TO REPORT-RECORD
                 MOVE 18 TO WS-PTR
              END-IF
              MOVE WS-LINE(WS-KDX) TO WS-LINE-DISP
              STRING ' ' DELIMITED BY SIZE
                  WS-LINE-DISP DELIMITED BY SIZE
                  INTO REPORT-RECORD WITH POINTER WS-PTR
              MOVE WS-SUCC1(WS-KDX) TO WS-KDX
           END-PERFORM.
           WRITE REPORT-RECORD.

      * A reachable line whose opcode names a swap partner is a
      * candidate when, run as the partner, one of its successors is
      * the end of the program or a live position. Liveness was
      * worked out on the unrepaired image, so the list is of lines
      * that could possibly repair it; AOC-2020-08-2 confirms which.
       017-WRITE-SWAP-CANDIDATES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'SINGLE-SWAP CANDIDATES THAT COULD REACH THE END'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-N
              IF WS-REACH(WS-IDX) = 1 AND WS-BAD(WS-IDX) = 'N' THEN
                 MOVE WS-OPX(WS-IDX) TO WS-OPK
                 MOVE OPCODE-SWAP(WS-OPK) TO WS-LOOKUP-OPC
                 MOVE 0 TO WS-FOUND-OPX
                 IF WS-LOOKUP-OPC NOT = SPACES THEN
                    PERFORM 005-FIND-OPCODE
                 END-IF
                 IF WS-FOUND-OPX > 0 THEN
                    PERFORM 020-TEST-SWAP
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-SWAP-COUNT = 0 THEN
              MOVE '  NONE' TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       018-WRITE-INSTRUCTION-LINE.
           MOVE WS-LINE(WS-IDX) TO WS-LINE-DISP.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  LINE ' DELIMITED BY SIZE
               WS-LINE-DISP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-INSTR(WS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SIGN(WS-IDX) DELIMITED BY SIZE
               WS-ARG-TEXT(WS-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * Sets WS-CANDIDATE when WS-TEST-POS is the end of the program
      * or a live position.
       019-TEST-LIVE.
           MOVE 'N' TO WS-CANDIDATE.
           IF WS-TEST-POS = WS-END-POS THEN
              MOVE 'Y' TO WS-CANDIDATE
           ELSE
              IF WS-TEST-POS >= 1 AND WS-TEST-POS <= WS-N THEN
                 IF WS-LIVE(WS-TEST-POS) = 1 THEN
                    MOVE 'Y' TO WS-CANDIDATE
                 END-IF
              END-IF
           END-IF.

       020-TEST-SWAP.
           MOVE 0 TO WS-NEW-SUCC1.
           MOVE 0 TO WS-NEW-SUCC2.
           IF OPCODE-JUMP(WS-FOUND-OPX) OR
               OPCODE-COND-JUMP(WS-FOUND-OPX) THEN
              IF WS-SIGN(WS-IDX) = '-' THEN
                 COMPUTE WS-NEW-SUCC1 = WS-IDX - WS-ARG(WS-IDX)
              ELSE
                 COMPUTE WS-NEW-SUCC1 = WS-IDX + WS-ARG(WS-IDX)
              END-IF
              IF OPCODE-COND-JUMP(WS-FOUND-OPX) THEN
                 COMPUTE WS-NEW-SUCC2 = WS-IDX + 1
              END-IF
           ELSE
              COMPUTE WS-NEW-SUCC1 = WS-IDX + 1
           END-IF.
           MOVE WS-NEW-SUCC1 TO WS-TEST-POS.
           PERFORM 019-TEST-LIVE.
           IF WS-CANDIDATE = 'N' AND WS-NEW-SUCC2 > 0 THEN
              MOVE WS-NEW-SUCC2 TO WS-TEST-POS
              PERFORM 019-TEST-LIVE
           END-IF.
           IF WS-CANDIDATE = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SWAP-COUNT.
           MOVE WS-LINE(WS-IDX) TO WS-LINE-DISP.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  LINE ' DELIMITED BY SIZE
               WS-LINE-DISP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-INSTR(WS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SIGN(WS-IDX) DELIMITED BY SIZE
               WS-ARG-TEXT(WS-IDX) DELIMITED BY SIZE
               ' SWAP TO ' DELIMITED BY SIZE
               OPCODE-NAME(WS-FOUND-OPX) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
