       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCFILE ASSIGN TO WS-EXC-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETAILFILE ASSIGN TO WS-DETAIL-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FAULTFILE ASSIGN TO WS-FAULT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FD DETAILFILE.
         01 DETAIL-RECORD PIC X(60).

      * One block per display that would not decode: the fewest dead
      * or miswired segments that make its ten patterns the ten
      * digits, the wires to check, the value it should have shown,
      * and how sure the diagnosis is when several fault sets tie.
         FD FAULTFILE.
         01 FAULT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd08.input'.
         01 WS-EXC-DSN PIC X(64) VALUE 'D08BEXC'.
         01 WS-DETAIL-DSN PIC X(64) VALUE 'D08BDETAIL'.
         01 WS-FAULT-DSN PIC X(64) VALUE 'D08BFAULT'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-RESULT PIC 9(8) VALUE 0.
         01 WS-REC-NUM PIC 9(6) VALUE 0.
         77 IDX-3 PIC 9(3) VALUE 0.
         77 IDX-5 PIC 9(3) VALUE 0.
         77 STRING-PTR PIC 9(5).
         77 WS-DECODE-FAILED PIC 9 VALUE 0.
         77 WS-FAULT-COUNT PIC 9(6) VALUE 0.

      * Standard seven-segment shapes, digit 0 to 9, segments a to g.
         01 WS-SHAPES-INIT.
           05 FILLER PIC X(7) VALUE '1110111'.
           05 FILLER PIC X(7) VALUE '0010010'.
           05 FILLER PIC X(7) VALUE '1011101'.
           05 FILLER PIC X(7) VALUE '1011011'.
           05 FILLER PIC X(7) VALUE '0111010'.
           05 FILLER PIC X(7) VALUE '1101011'.
           05 FILLER PIC X(7) VALUE '1101111'.
           05 FILLER PIC X(7) VALUE '1010010'.
           05 FILLER PIC X(7) VALUE '1111111'.
           05 FILLER PIC X(7) VALUE '1111011'.
         01 WS-SHAPES REDEFINES WS-SHAPES-INIT.
           05 WS-SHAPE OCCURS 10 TIMES.
             10 WS-SHAPE-SEG PIC 9 OCCURS 7 TIMES.
         01 WS-LETTERS PIC X(7) VALUE 'abcdefg'.

      * Fault search. A wire either carries one segment's signal
      * (1 - 7), is dead (8), or is lit for every digit (9). Digits
      * are held as digit + 1, as in WS-DIGITS-AS-BIN.
         01 WS-FD-LEVEL PIC 9(2) VALUE 0.
         01 WS-FD-DIGIT PIC 9(2) VALUE 0 OCCURS 10 TIMES.
         01 WS-FD-USED PIC 9 VALUE 0 OCCURS 10 TIMES.
         01 WS-FD-KEEP-DIGIT PIC 9(2) VALUE 0 OCCURS 10 TIMES.
         01 WS-FD-SOURCE PIC 9 VALUE 0 OCCURS 7 TIMES.
         01 WS-FD-SEG-HIT PIC 9 VALUE 0 OCCURS 7 TIMES.
         01 WS-FD-D PIC 9(2) VALUE 0.
         01 WS-FD-QD PIC 9(2) VALUE 0.
         01 WS-FD-Q PIC 9(2) VALUE 0.
         01 WS-FD-W PIC 9(2) VALUE 0.
         01 WS-FD-CAND PIC 9(2) VALUE 0.
         01 WS-FD-EXPECT PIC 9 VALUE 0.
         01 WS-FD-FIT PIC 9 VALUE 0.
         01 WS-FD-CAND-FIT PIC 9 VALUE 0.
         01 WS-FD-OK PIC 9 VALUE 0.
         01 WS-FD-FAULTS PIC 9(2) VALUE 0.
         01 WS-FD-BEST PIC 9(2) VALUE 99.
         01 WS-FD-SOLUTIONS PIC 9(7) VALUE 0.
         01 WS-FD-SET-COUNT PIC 9(2) VALUE 0.
         01 WS-FD-SET-TEXT PIC X(90) OCCURS 10 TIMES.
         01 WS-FD-TEXT PIC X(90).
         01 WS-FD-PTR PIC 9(3) VALUE 1.
      * Value state: 0 none yet, 1 every explanation gives the same
      * value, 2 values differ or an output cannot be read.
         01 WS-FD-VALUE PIC 9(4) VALUE 0.
         01 WS-FD-VALUE-OK PIC 9 VALUE 0.
         01 WS-FD-FIRST-VALUE PIC 9(4) VALUE 0.
         01 WS-FD-VALUE-STATE PIC 9 VALUE 0.
         01 WS-FD-OUT PIC 9(2) VALUE 0.
         01 WS-FD-MATCHES PIC 9(2) VALUE 0.
         01 WS-FD-MATCH-DIGIT PIC 9(2) VALUE 0.
         01 WS-FD-SAME PIC 9 VALUE 0.
         01 WS-FD-DIST PIC 9 VALUE 0.
         01 WS-FD-MIN-DIST PIC 9 VALUE 0.
         01 WS-FD-NEAR-COUNT PIC 9(2) VALUE 0.
         01 WS-FD-NEAR-Q PIC 9(2) VALUE 0.
         01 WS-FD-NEAR-LIST PIC X(20).
         01 WS-FD-NEAR-PTR PIC 9(2) VALUE 1.
         01 WS-FD-DIGIT-DISP PIC 9 VALUE 0.
         01 WS-FD-DIFF PIC X(7).
         01 WS-FD-DIFF-PTR PIC 9 VALUE 1.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd08.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D08BEXC' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-EXC-DSN.
           MOVE 'D08BDETAIL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DETAIL-DSN.
           MOVE 'D08BFAULT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FAULT-DSN.
           OPEN INPUT INPUTFILE.
           OPEN OUTPUT EXCFILE.
           OPEN OUTPUT DETAILFILE.
           OPEN OUTPUT FAULTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           CLOSE EXCFILE.
               INTO DETAIL-RECORD.
           WRITE DETAIL-RECORD.
           CLOSE DETAILFILE.
           MOVE SPACES TO FAULT-RECORD.
           STRING 'DISPLAYS DIAGNOSED ' DELIMITED BY SIZE
               WS-FAULT-COUNT DELIMITED BY SIZE
               INTO FAULT-RECORD.
           WRITE FAULT-RECORD.
           CLOSE FAULTFILE.
           DISPLAY WS-RESULT.
           STOP RUN.
           

       003-PROCESS-RECORD.
           ADD 1 TO WS-REC-NUM.
           MOVE 0 TO WS-DECODE-FAILED.
           MOVE 0 TO IDX-9.
           MOVE 0 TO IDX-0.
           MOVE 0 TO IDX-3.
           END-PERFORM.
           ADD WS-VAL-DEC TO WS-RESULT.
           PERFORM 005-LOG-DECODED-VALUE.
           IF WS-DECODE-FAILED = 1 THEN
             PERFORM 006-DIAGNOSE-FAULT
           END-IF.

      * Records each output segment pattern that could not be matched
      * to any of the ten deduced wirings, so a bad decode can be
      * traced back to the exact display position that caused it.
       004-LOG-DECODE-FAILURE.
           MOVE 1 TO WS-DECODE-FAILED.
           MOVE SPACES TO EXC-RECORD.
           STRING 'RECORD ' DELIMITED BY SIZE
               WS-REC-NUM DELIMITED BY SIZE
               WS-VAL-DISP DELIMITED BY SIZE
               INTO DETAIL-RECORD.
           WRITE DETAIL-RECORD.

      * A display that would not decode is searched for the smallest
      * set of faulty segments -- dead, lit for every digit, or
      * carrying another segment's signal -- under which its ten
      * patterns are the ten standard digit shapes. Every assignment
      * of digits to the ten patterns is tried, pruned as soon as a
      * wire cannot be explained; the faulty segments are the ones
      * whose own signal no wire carries.
       006-DIAGNOSE-FAULT.
           ADD 1 TO WS-FAULT-COUNT.
           MOVE 99 TO WS-FD-BEST.
           MOVE 0 TO WS-FD-SOLUTIONS.
           MOVE 0 TO WS-FD-SET-COUNT.
           MOVE 0 TO WS-FD-VALUE-STATE.
           PERFORM 007-SEARCH-FAULTS.
           PERFORM 013-WRITE-FAULT-REPORT.

       007-SEARCH-FAULTS.
           PERFORM VARYING WS-FD-D FROM 1 BY 1 UNTIL WS-FD-D > 10
              MOVE 0 TO WS-FD-USED(WS-FD-D)
              MOVE 0 TO WS-FD-DIGIT(WS-FD-D)
           END-PERFORM.
           MOVE 1 TO WS-FD-LEVEL.
           PERFORM UNTIL WS-FD-LEVEL = 0
      * Release this pattern's digit and move on to the next unused
      * one; with none left, back off to the previous pattern.
              MOVE WS-FD-DIGIT(WS-FD-LEVEL) TO WS-FD-D
              IF WS-FD-D > 0 THEN
                 MOVE 0 TO WS-FD-USED(WS-FD-D)
              END-IF
              ADD 1 TO WS-FD-D
              PERFORM UNTIL WS-FD-D > 10
                 IF WS-FD-USED(WS-FD-D) = 0 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-FD-D
              END-PERFORM
              IF WS-FD-D > 10 THEN
                 MOVE 0 TO WS-FD-DIGIT(WS-FD-LEVEL)
                 SUBTRACT 1 FROM WS-FD-LEVEL
              ELSE
                 MOVE WS-FD-D TO WS-FD-DIGIT(WS-FD-LEVEL)
                 MOVE 1 TO WS-FD-USED(WS-FD-D)
                 PERFORM 008-CHECK-PARTIAL
                 IF WS-FD-OK = 1 THEN
                    IF WS-FD-LEVEL = 10 THEN
                       PERFORM 009-SCORE-LEAF
                    ELSE
                       ADD 1 TO WS-FD-LEVEL
                       MOVE 0 TO WS-FD-DIGIT(WS-FD-LEVEL)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       008-CHECK-PARTIAL.
           MOVE 1 TO WS-FD-OK.
           PERFORM VARYING WS-FD-W FROM 1 BY 1 UNTIL WS-FD-W > 7
              PERFORM 010-FIT-WIRE
              IF WS-FD-FIT = 0 THEN
                 MOVE 0 TO WS-FD-OK
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * A complete assignment: every wire's explanation is final.
      * Only assignments needing the fewest faulty segments are kept.
       009-SCORE-LEAF.
           PERFORM VARYING WS-FD-Q FROM 1 BY 1 UNTIL WS-FD-Q > 7
              MOVE 0 TO WS-FD-SEG-HIT(WS-FD-Q)
           END-PERFORM.
           PERFORM VARYING WS-FD-W FROM 1 BY 1 UNTIL WS-FD-W > 7
              PERFORM 010-FIT-WIRE
              MOVE WS-FD-CAND TO WS-FD-SOURCE(WS-FD-W)
              IF WS-FD-CAND <= 7 THEN
                 ADD 1 TO WS-FD-SEG-HIT(WS-FD-CAND)
              END-IF
           END-PERFORM.
           MOVE 7 TO WS-FD-FAULTS.
           PERFORM VARYING WS-FD-Q FROM 1 BY 1 UNTIL WS-FD-Q > 7
              IF WS-FD-SEG-HIT(WS-FD-Q) > 0 THEN
                 SUBTRACT 1 FROM WS-FD-FAULTS
              END-IF
           END-PERFORM.
           IF WS-FD-FAULTS > WS-FD-BEST THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-FD-FAULTS < WS-FD-BEST THEN
              MOVE WS-FD-FAULTS TO WS-FD-BEST
              MOVE 0 TO WS-FD-SOLUTIONS
              MOVE 0 TO WS-FD-SET-COUNT
              MOVE 0 TO WS-FD-VALUE-STATE
              PERFORM VARYING WS-FD-Q FROM 1 BY 1 UNTIL WS-FD-Q > 10
                 MOVE WS-FD-DIGIT(WS-FD-Q)
                     TO WS-FD-KEEP-DIGIT(WS-FD-Q)
              END-PERFORM
           END-IF.
           ADD 1 TO WS-FD-SOLUTIONS.
           PERFORM 011-DESCRIBE-FAULT-SET.
           PERFORM 012-DECODE-WITH-FAULTS.

      * The first explanation of wire WS-FD-W that agrees with every
      * pattern assigned so far, left in WS-FD-CAND.
       010-FIT-WIRE.
           MOVE 0 TO WS-FD-FIT.
           PERFORM VARYING WS-FD-CAND FROM 1 BY 1 UNTIL WS-FD-CAND > 9
              MOVE 1 TO WS-FD-CAND-FIT
              PERFORM VARYING WS-FD-Q FROM 1 BY 1
                  UNTIL WS-FD-Q > WS-FD-LEVEL
                 MOVE WS-FD-DIGIT(WS-FD-Q) TO WS-FD-QD
                 EVALUATE WS-FD-CAND
                    WHEN 8
                       MOVE 0 TO WS-FD-EXPECT
                    WHEN 9
                       MOVE 1 TO WS-FD-EXPECT
                    WHEN OTHER
                       MOVE WS-SHAPE-SEG(WS-FD-QD, WS-FD-CAND)
                           TO WS-FD-EXPECT
                 END-EVALUATE
                 IF WS-BUFFER-AS-BIN(WS-FD-Q, WS-FD-W)
                     NOT = WS-FD-EXPECT THEN
                    MOVE 0 TO WS-FD-CAND-FIT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-FD-CAND-FIT = 1 THEN
                 MOVE 1 TO WS-FD-FIT
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The fault set in words, wires by their input letter and
      * segments by their standard position letter; each distinct
      * fault set among the fewest-fault explanations is kept.
       011-DESCRIBE-FAULT-SET.
           MOVE SPACES TO WS-FD-TEXT.
           MOVE 1 TO WS-FD-PTR.
           PERFORM VARYING WS-FD-W FROM 1 BY 1 UNTIL WS-FD-W > 7
              MOVE WS-FD-SOURCE(WS-FD-W) TO WS-FD-CAND
              IF WS-FD-CAND = 8 THEN
                 STRING 'WIRE ' DELIMITED BY SIZE
                     WS-LETTERS(WS-FD-W:1) DELIMITED BY SIZE
                     ' DEAD; ' DELIMITED BY SIZE
                     INTO WS-FD-TEXT WITH POINTER WS-FD-PTR
              END-IF
              IF WS-FD-CAND = 9 THEN
                 STRING 'WIRE ' DELIMITED BY SIZE
                     WS-LETTERS(WS-FD-W:1) DELIMITED BY SIZE
                     ' ALWAYS LIT; ' DELIMITED BY SIZE
                     INTO WS-FD-TEXT WITH POINTER WS-FD-PTR
              END-IF
              IF WS-FD-CAND <= 7 THEN
                 IF WS-FD-SEG-HIT(WS-FD-CAND) > 1 THEN
                    STRING 'WIRE ' DELIMITED BY SIZE
                        WS-LETTERS(WS-FD-W:1) DELIMITED BY SIZE
                        ' ON SEGMENT ' DELIMITED BY SIZE
                        WS-LETTERS(WS-FD-CAND:1) DELIMITED BY SIZE
                        '; ' DELIMITED BY SIZE
                        INTO WS-FD-TEXT WITH POINTER WS-FD-PTR
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-FD-Q FROM 1 BY 1 UNTIL WS-FD-Q > 7
              IF WS-FD-SEG-HIT(WS-FD-Q) = 0 THEN
                 STRING 'SEGMENT ' DELIMITED BY SIZE
                     WS-LETTERS(WS-FD-Q:1) DELIMITED BY SIZE
                     ' LOST; ' DELIMITED BY SIZE
                     INTO WS-FD-TEXT WITH POINTER WS-FD-PTR
              END-IF
           END-PERFORM.
           IF WS-FD-TEXT = SPACES THEN
              MOVE 'NONE - THE TEN PATTERNS ARE CONSISTENT'
                  TO WS-FD-TEXT
           ELSE
              MOVE SPACE TO WS-FD-TEXT(WS-FD-PTR - 2:1)
           END-IF.
           PERFORM VARYING WS-FD-Q FROM 1 BY 1
               UNTIL WS-FD-Q > WS-FD-SET-COUNT
              IF WS-FD-SET-TEXT(WS-FD-Q) = WS-FD-TEXT THEN
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-FD-SET-COUNT < 10 THEN
              ADD 1 TO WS-FD-SET-COUNT
              MOVE WS-FD-TEXT TO WS-FD-SET-TEXT(WS-FD-SET-COUNT)
           END-IF.

      * The four output patterns read against this explanation: each
      * must match exactly one of the ten patterns.
       012-DECODE-WITH-FAULTS.
           MOVE 0 TO WS-FD-VALUE.
           MOVE 1 TO WS-FD-VALUE-OK.
           PERFORM VARYING WS-FD-OUT FROM 11 BY 1 UNTIL WS-FD-OUT > 14
              MOVE 0 TO WS-FD-MATCHES
              PERFORM VARYING WS-FD-Q FROM 1 BY 1 UNTIL WS-FD-Q > 10
                 MOVE 1 TO WS-FD-SAME
                 PERFORM VARYING WS-FD-W FROM 1 BY 1 UNTIL WS-FD-W > 7
                    IF WS-BUFFER-AS-BIN(WS-FD-Q, WS-FD-W) NOT =
                        WS-BUFFER-AS-BIN(WS-FD-OUT, WS-FD-W) THEN
                       MOVE 0 TO WS-FD-SAME
                    END-IF
                 END-PERFORM
                 IF WS-FD-SAME = 1 THEN
                    ADD 1 TO WS-FD-MATCHES
                    MOVE WS-FD-DIGIT(WS-FD-Q) TO WS-FD-MATCH-DIGIT
                 END-IF
              END-PERFORM
              IF WS-FD-MATCHES = 1 THEN
                 COMPUTE WS-FD-VALUE =
                     WS-FD-VALUE * 10 + WS-FD-MATCH-DIGIT - 1
              ELSE
                 MOVE 0 TO WS-FD-VALUE-OK
              END-IF
           END-PERFORM.
           IF WS-FD-VALUE-OK = 0 THEN
              MOVE 2 TO WS-FD-VALUE-STATE
              EXIT PARAGRAPH
           END-IF.
           IF WS-FD-VALUE-STATE = 0 THEN
              MOVE WS-FD-VALUE TO WS-FD-FIRST-VALUE
              MOVE 1 TO WS-FD-VALUE-STATE
           ELSE
              IF WS-FD-VALUE NOT = WS-FD-FIRST-VALUE THEN
                 MOVE 2 TO WS-FD-VALUE-STATE
              END-IF
           END-IF.

       013-WRITE-FAULT-REPORT.
           MOVE SPACES TO FAULT-RECORD.
           IF WS-FD-BEST = 99 THEN
              STRING 'RECORD ' DELIMITED BY SIZE
                  WS-REC-NUM DELIMITED BY SIZE
                  ' NO SET OF DEAD OR MISWIRED SEGMENTS EXPLAINS'
                  DELIMITED BY SIZE
                  ' THE TEN PATTERNS' DELIMITED BY SIZE
                  INTO FAULT-RECORD
              WRITE FAULT-RECORD
              EXIT PARAGRAPH
           END-IF.
           STRING 'RECORD ' DELIMITED BY SIZE
               WS-REC-NUM DELIMITED BY SIZE
               ' FAULTY SEGMENTS ' DELIMITED BY SIZE
               WS-FD-BEST DELIMITED BY SIZE
               ' FAULT SETS ' DELIMITED BY SIZE
               WS-FD-SET-COUNT DELIMITED BY SIZE
               INTO FAULT-RECORD.
           WRITE FAULT-RECORD.
           PERFORM VARYING WS-FD-Q FROM 1 BY 1
               UNTIL WS-FD-Q > WS-FD-SET-COUNT
              MOVE SPACES TO FAULT-RECORD
              STRING '  SUSPECT: ' DELIMITED BY SIZE
                  WS-FD-SET-TEXT(WS-FD-Q) DELIMITED BY SIZE
                  INTO FAULT-RECORD
              WRITE FAULT-RECORD
           END-PERFORM.
           PERFORM 014-REPAIR-OUTPUTS.
           MOVE SPACES TO FAULT-RECORD.
           EVALUATE TRUE
              WHEN WS-FD-VALUE-STATE = 1
                 STRING '  CORRECTED VALUE ' DELIMITED BY SIZE
                     WS-FD-FIRST-VALUE DELIMITED BY SIZE
                     INTO FAULT-RECORD
              WHEN WS-FD-SET-COUNT = 1 AND WS-FD-VALUE-OK = 1
                 STRING '  CORRECTED VALUE ' DELIMITED BY SIZE
                     WS-FD-VALUE DELIMITED BY SIZE
                     ' - OUTPUT READING REPAIRED TO NEAREST DIGIT'
                     DELIMITED BY SIZE
                     INTO FAULT-RECORD
              WHEN OTHER
                 MOVE '  NO CORRECTED VALUE' TO FAULT-RECORD
           END-EVALUATE.
           WRITE FAULT-RECORD.
           MOVE SPACES TO FAULT-RECORD.
           IF WS-FD-SET-COUNT = 1 THEN
              MOVE '  CONFIDENCE: ONE FAULT SET EXPLAINS THE DATA'
                  TO FAULT-RECORD
           ELSE
              STRING '  CONFIDENCE: ' DELIMITED BY SIZE
                  WS-FD-SET-COUNT DELIMITED BY SIZE
                  ' FAULT SETS EXPLAIN THE DATA EQUALLY WELL'
                  DELIMITED BY SIZE
                  INTO FAULT-RECORD
              IF WS-FD-VALUE-STATE = 1 THEN
                 MOVE ' - ALL GIVE THE SAME VALUE'
                     TO FAULT-RECORD(70:31)
              ELSE
                 MOVE ' - WIRE CHECK NEEDED ON SITE'
                     TO FAULT-RECORD(70:31)
              END-IF
           END-IF.
           WRITE FAULT-RECORD.

      * An output pattern that matches none of the ten under the
      * first fewest-fault explanation is a bad reading in its own
      * right: the nearest pattern by differing wires is reported,
      * and where it is the single nearest, taken as the digit shown.
      * An output that the faults leave looking like several digits
      * at once is reported with the digits it could be.
      * The repaired value is left in WS-FD-VALUE, WS-FD-VALUE-OK
      * saying whether every position could be read or repaired.
       014-REPAIR-OUTPUTS.
           MOVE 0 TO WS-FD-VALUE.
           MOVE 1 TO WS-FD-VALUE-OK.
           PERFORM VARYING WS-FD-OUT FROM 11 BY 1 UNTIL WS-FD-OUT > 14
              MOVE 9 TO WS-FD-MIN-DIST
              MOVE 0 TO WS-FD-NEAR-COUNT
              PERFORM VARYING WS-FD-Q FROM 1 BY 1 UNTIL WS-FD-Q > 10
                 MOVE 0 TO WS-FD-DIST
                 PERFORM VARYING WS-FD-W FROM 1 BY 1 UNTIL WS-FD-W > 7
                    IF WS-BUFFER-AS-BIN(WS-FD-Q, WS-FD-W) NOT =
                        WS-BUFFER-AS-BIN(WS-FD-OUT, WS-FD-W) THEN
                       ADD 1 TO WS-FD-DIST
                    END-IF
                 END-PERFORM
                 IF WS-FD-DIST < WS-FD-MIN-DIST THEN
                    MOVE WS-FD-DIST TO WS-FD-MIN-DIST
                    MOVE 0 TO WS-FD-NEAR-COUNT
                    MOVE WS-FD-Q TO WS-FD-NEAR-Q
                    MOVE SPACES TO WS-FD-NEAR-LIST
                    MOVE 1 TO WS-FD-NEAR-PTR
                 END-IF
                 IF WS-FD-DIST = WS-FD-MIN-DIST THEN
                    ADD 1 TO WS-FD-NEAR-COUNT
                    COMPUTE WS-FD-DIGIT-DISP =
                        WS-FD-KEEP-DIGIT(WS-FD-Q) - 1
                    MOVE WS-FD-DIGIT-DISP
                        TO WS-FD-NEAR-LIST(WS-FD-NEAR-PTR:1)
                    ADD 2 TO WS-FD-NEAR-PTR
                 END-IF
              END-PERFORM
              IF WS-FD-NEAR-COUNT = 1 THEN
                 COMPUTE WS-FD-VALUE = WS-FD-VALUE * 10
                     + WS-FD-KEEP-DIGIT(WS-FD-NEAR-Q) - 1
              ELSE
                 MOVE 0 TO WS-FD-VALUE-OK
              END-IF
              IF WS-FD-MIN-DIST > 0 OR WS-FD-NEAR-COUNT > 1 THEN
                 PERFORM 015-WRITE-NEAREST
              END-IF
           END-PERFORM.

       015-WRITE-NEAREST.
           MOVE SPACES TO WS-FD-DIFF.
           MOVE 1 TO WS-FD-DIFF-PTR.
           IF WS-FD-NEAR-COUNT = 1 THEN
              PERFORM VARYING WS-FD-W FROM 1 BY 1 UNTIL WS-FD-W > 7
                 IF WS-BUFFER-AS-BIN(WS-FD-NEAR-Q, WS-FD-W) NOT =
                     WS-BUFFER-AS-BIN(WS-FD-OUT, WS-FD-W) THEN
                    MOVE WS-LETTERS(WS-FD-W:1)
                        TO WS-FD-DIFF(WS-FD-DIFF-PTR:1)
                    ADD 1 TO WS-FD-DIFF-PTR
                 END-IF
              END-PERFORM
           END-IF.
           COMPUTE WS-FD-Q = WS-FD-OUT - 10.
           MOVE SPACES TO FAULT-RECORD.
           IF WS-FD-NEAR-COUNT = 1 THEN
              COMPUTE WS-FD-DIGIT-DISP =
                  WS-FD-KEEP-DIGIT(WS-FD-NEAR-Q) - 1
              STRING '  OUTPUT ' DELIMITED BY SIZE
                  WS-FD-Q DELIMITED BY SIZE
                  ' PATTERN ' DELIMITED BY SIZE
                  WS-BUFFER(WS-FD-OUT) DELIMITED BY SPACE
                  ' NEAREST DIGIT ' DELIMITED BY SIZE
                  WS-FD-DIGIT-DISP DELIMITED BY SIZE
                  ' - SUSPECT WIRE(S) ' DELIMITED BY SIZE
                  WS-FD-DIFF DELIMITED BY SPACE
                  INTO FAULT-RECORD
           ELSE
              STRING '  OUTPUT ' DELIMITED BY SIZE
                  WS-FD-Q DELIMITED BY SIZE
                  ' PATTERN ' DELIMITED BY SIZE
                  WS-BUFFER(WS-FD-OUT) DELIMITED BY SPACE
                  ' - EQUALLY NEAR DIGITS ' DELIMITED BY SIZE
                  WS-FD-NEAR-LIST DELIMITED BY SIZE
                  INTO FAULT-RECORD
           END-IF.
           WRITE FAULT-RECORD.
