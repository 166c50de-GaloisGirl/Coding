       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRFILE ASSIGN TO WS-ERR-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRACKETFILE ASSIGN TO WS-BRACKET-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRACKET-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD ERRFILE.
         01 ERR-RECORD PIC X(80).

      * Bracket pair table, one pair per record: opener in column 1,
      * closer in 3, syntax-error score in 5-9 and completion score
      * in 11-12 (zero-filled), style in 14 (blank for N) and escape
      * character in 16 (see D10BRK). A '*' in column 1 is a comment.
         FD BRACKETFILE.
         01 BRACKET-RECORD.
           05 BRR-OPEN PIC X.
           05 FILLER PIC X.
           05 BRR-CLOSE PIC X.
           05 FILLER PIC X.
           05 BRR-CORRUPT-SCORE PIC X(5).
           05 FILLER PIC X.
           05 BRR-COMPLETE-SCORE PIC X(2).
           05 FILLER PIC X.
           05 BRR-STYLE PIC X.
           05 FILLER PIC X.
           05 BRR-ESCAPE PIC X.
           05 FILLER PIC X(64).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd10.input'.
         01 WS-ERR-DSN PIC X(64) VALUE 'D10AERR'.
         01 WS-BRACKET-DSN PIC X(64) VALUE 'D10BRACKETS'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(3) COMP.
         01 WS-STACK PIC X OCCURS 100 TIMES.
         77 WRONG PIC 9 VALUE 0.
         77 X PIC X.
         77 Y PIC X.
         01 BRACKET-STATUS PIC X(2) VALUE SPACES.
         01 BRACKET-EOF PIC 9 VALUE 0.
         01 WS-BRK-BAD PIC 9 VALUE 0.
         01 WS-BRK-MSG PIC X(50) VALUE SPACES.
         01 WS-BRK-I PIC 9(2) VALUE 0.
         01 WS-BRK-J PIC 9(2) VALUE 0.
         01 WS-BRK-CHAR PIC X VALUE SPACE.
         01 WS-BRK-OPX PIC 9(2) VALUE 0.
         01 WS-BRK-CLX PIC 9(2) VALUE 0.
         01 WS-BRK-TOP PIC 9(2) VALUE 0.
         01 WS-BRK-POS PIC 9(3) VALUE 0.
      * The bracket pairs every line is scanned against.
         COPY D10BRK.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd10.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D10AERR' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ERR-DSN.
           MOVE 'D10BRACKETS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-BRACKET-DSN.
           PERFORM 005-LOAD-BRACKETS.
           OPEN INPUT INPUTFILE.
           OPEN OUTPUT ERRFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           ADD 1 TO WS-LINE-NUM.
           MOVE 0 TO S.
           MOVE 0 TO WRONG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > REC-LEN OR WRONG > 0
             PERFORM 010-SCAN-CHAR
             IF WRONG = 1 THEN
               ADD BRACKET-CORRUPT-SCORE(WS-BRK-CLX) TO WS-RESULT
               PERFORM 004-LOG-SYNTAX-ERROR
             END-IF
             IF WRONG = 2 THEN
               PERFORM 011-LOG-UNKNOWN-CHARACTER
             END-IF
           END-PERFORM.

               INTO ERR-RECORD.
           WRITE ERR-RECORD.

      * A missing bracket table (status other than "00") just means
      * the original four pairs and their published scores. The
      * table is checked before any line is read: a character given
      * to two pairs, or used as one pair's opener and another's
      * closer, would make every grade after it ambiguous, so it
      * stops the job.
       005-LOAD-BRACKETS.
           MOVE 0 TO BRACKET-COUNT.
           OPEN INPUT BRACKETFILE.
           IF BRACKET-STATUS = "00" THEN
             MOVE 0 TO BRACKET-EOF
             PERFORM 006-READ-BRACKET UNTIL BRACKET-EOF = 1
             CLOSE BRACKETFILE
           ELSE
             CLOSE BRACKETFILE
           END-IF.
      * Opener, closer, the two scores, style and escape, packed.
           IF BRACKET-COUNT = 0 AND WS-BRK-BAD = 0 THEN
             MOVE 4 TO BRACKET-COUNT
             MOVE '()0000301N ' TO BRACKET-ENTRY(1)
             MOVE '[]0005702N ' TO BRACKET-ENTRY(2)
             MOVE '{}0119703N ' TO BRACKET-ENTRY(3)
             MOVE '<>2513704N ' TO BRACKET-ENTRY(4)
           END-IF.
           PERFORM 007-VALIDATE-BRACKETS.
           IF WS-BRK-BAD = 1 THEN
             DISPLAY 'AOC-2021-10-1: D10BRACKETS REJECTED - ' WS-BRK-MSG
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

       006-READ-BRACKET.
           READ BRACKETFILE
             AT END MOVE 1 TO BRACKET-EOF
             NOT AT END
               IF BRACKET-RECORD NOT = SPACES AND
                   BRR-OPEN NOT = '*' AND WS-BRK-BAD = 0 THEN
                 IF BRR-STYLE = SPACE THEN
                   MOVE 'N' TO BRR-STYLE
                 END-IF
                 EVALUATE TRUE
                   WHEN BRACKET-COUNT = 20
                     MOVE 1 TO WS-BRK-BAD
                     MOVE 'MORE THAN 20 PAIRS' TO WS-BRK-MSG
                   WHEN BRR-OPEN = SPACE OR BRR-CLOSE = SPACE
                       OR BRR-CORRUPT-SCORE IS NOT NUMERIC
                       OR BRR-COMPLETE-SCORE IS NOT NUMERIC
                       OR (BRR-STYLE NOT = 'N' AND BRR-STYLE NOT = 'Q')
                     MOVE 1 TO WS-BRK-BAD
                     STRING 'PAIR ' DELIMITED BY SIZE
                         BRR-OPEN DELIMITED BY SIZE
                         BRR-CLOSE DELIMITED BY SIZE
                         ' HAS A BAD SCORE, STYLE OR CHARACTER'
                         DELIMITED BY SIZE
                         INTO WS-BRK-MSG
                   WHEN OTHER
                     ADD 1 TO BRACKET-COUNT
                     MOVE BRR-OPEN TO BRACKET-OPEN(BRACKET-COUNT)
                     MOVE BRR-CLOSE TO BRACKET-CLOSE(BRACKET-COUNT)
                     MOVE BRR-CORRUPT-SCORE
                         TO BRACKET-CORRUPT-SCORE(BRACKET-COUNT)
                     MOVE BRR-COMPLETE-SCORE
                         TO BRACKET-COMPLETE-SCORE(BRACKET-COUNT)
                     MOVE BRR-STYLE TO BRACKET-STYLE(BRACKET-COUNT)
                     MOVE BRR-ESCAPE TO BRACKET-ESCAPE(BRACKET-COUNT)
                 END-EVALUATE
               END-IF
           END-READ.

      * No character may belong to two pairs, and no pair's opener
      * may be another pair's closer. An opener that is its own
      * closer is one pair, not two. An escape character that is
      * also its pair's closer could never close the quote.
       007-VALIDATE-BRACKETS.
           PERFORM VARYING WS-BRK-I FROM 1 BY 1
               UNTIL WS-BRK-I > BRACKET-COUNT OR WS-BRK-BAD = 1
             IF BRACKET-ESCAPE(WS-BRK-I) NOT = SPACE AND
                 BRACKET-ESCAPE(WS-BRK-I) = BRACKET-CLOSE(WS-BRK-I)
                 THEN
               MOVE 1 TO WS-BRK-BAD
               MOVE BRACKET-ESCAPE(WS-BRK-I) TO WS-BRK-CHAR
               STRING 'ESCAPE ' DELIMITED BY SIZE
                   WS-BRK-CHAR DELIMITED BY SIZE
                   ' IS ALSO ITS PAIR''S CLOSER' DELIMITED BY SIZE
                   INTO WS-BRK-MSG
             END-IF
             PERFORM VARYING WS-BRK-J FROM 1 BY 1
                 UNTIL WS-BRK-J > BRACKET-COUNT OR WS-BRK-BAD = 1
               IF WS-BRK-J NOT = WS-BRK-I THEN
                 PERFORM 008-COMPARE-PAIRS
               END-IF
             END-PERFORM
           END-PERFORM.

       008-COMPARE-PAIRS.
           IF BRACKET-OPEN(WS-BRK-I) = BRACKET-OPEN(WS-BRK-J) OR
               BRACKET-OPEN(WS-BRK-I) = BRACKET-CLOSE(WS-BRK-J) THEN
             MOVE BRACKET-OPEN(WS-BRK-I) TO WS-BRK-CHAR
             MOVE 1 TO WS-BRK-BAD
           ELSE
             IF BRACKET-CLOSE(WS-BRK-I) = BRACKET-CLOSE(WS-BRK-J) THEN
               MOVE BRACKET-CLOSE(WS-BRK-I) TO WS-BRK-CHAR
               MOVE 1 TO WS-BRK-BAD
             END-IF
           END-IF.
           IF WS-BRK-BAD = 1 THEN
             IF BRACKET-OPEN(WS-BRK-I) = BRACKET-CLOSE(WS-BRK-J) AND
                 BRACKET-OPEN(WS-BRK-I) NOT = BRACKET-OPEN(WS-BRK-J)
                 THEN
               STRING 'CHARACTER ' DELIMITED BY SIZE
                   WS-BRK-CHAR DELIMITED BY SIZE
                   ' IS BOTH AN OPENER AND A CLOSER' DELIMITED BY SIZE
                   INTO WS-BRK-MSG
             ELSE
               STRING 'CHARACTER ' DELIMITED BY SIZE
                   WS-BRK-CHAR DELIMITED BY SIZE
                   ' IS USED BY TWO PAIRS' DELIMITED BY SIZE
                   INTO WS-BRK-MSG
             END-IF
           END-IF.

      * The pair WS-BRK-CHAR opens and the pair it closes, 0 for
      * none.
       009-FIND-CHAR.
           MOVE 0 TO WS-BRK-OPX.
           MOVE 0 TO WS-BRK-CLX.
           PERFORM VARYING WS-BRK-J FROM 1 BY 1
               UNTIL WS-BRK-J > BRACKET-COUNT
             IF BRACKET-OPEN(WS-BRK-J) = WS-BRK-CHAR THEN
               MOVE WS-BRK-J TO WS-BRK-OPX
             END-IF
             IF BRACKET-CLOSE(WS-BRK-J) = WS-BRK-CHAR THEN
               MOVE WS-BRK-J TO WS-BRK-CLX
             END-IF
           END-PERFORM.

      * One character of the line at position I against the stack.
      * WRONG is set to 1 for a closer that does not close the
      * innermost open pair (Y holds that pair's opener, blank when
      * nothing is open, and WS-BRK-CLX the pair the closer belongs
      * to) and to 2 for a character the table does not know.
       010-SCAN-CHAR.
           MOVE INPUTRECORD(I:1) TO X.
           MOVE 0 TO WS-BRK-TOP.
           IF S > 0 THEN
             MOVE WS-STACK(S) TO WS-BRK-CHAR
             PERFORM 009-FIND-CHAR
             MOVE WS-BRK-OPX TO WS-BRK-TOP
           END-IF.
      * Inside a quote everything up to the closer is text.
           IF WS-BRK-TOP > 0 THEN
             IF BRACKET-QUOTES(WS-BRK-TOP) THEN
               IF X = BRACKET-ESCAPE(WS-BRK-TOP) AND X NOT = SPACE
                   THEN
                 ADD 1 TO I
               ELSE
                 IF X = BRACKET-CLOSE(WS-BRK-TOP) THEN
                   SUBTRACT 1 FROM S
                 END-IF
               END-IF
               EXIT PARAGRAPH
             END-IF
           END-IF.
           MOVE X TO WS-BRK-CHAR.
           PERFORM 009-FIND-CHAR.
           EVALUATE TRUE
             WHEN WS-BRK-OPX = 0 AND WS-BRK-CLX = 0
               MOVE 2 TO WRONG
               MOVE I TO WS-BRK-POS
             WHEN WS-BRK-OPX > 0 AND WS-BRK-CLX = WS-BRK-OPX
                 AND WS-BRK-TOP = WS-BRK-OPX
               SUBTRACT 1 FROM S
             WHEN WS-BRK-OPX > 0
               ADD 1 TO S
               MOVE X TO WS-STACK(S)
             WHEN WS-BRK-TOP = WS-BRK-CLX
               SUBTRACT 1 FROM S
             WHEN OTHER
               MOVE SPACE TO Y
               IF S > 0 THEN
                 MOVE WS-STACK(S) TO Y
               END-IF
               MOVE 1 TO WRONG
               MOVE I TO WS-BRK-POS
           END-EVALUATE.

      * A character outside the bracket table is reported, not
      * skipped: the line is not scored, since nothing in it can be
      * trusted past that point.
       011-LOG-UNKNOWN-CHARACTER.
           MOVE SPACES TO ERR-RECORD.
           STRING 'LINE ' DELIMITED BY SIZE
               WS-LINE-NUM DELIMITED BY SIZE
               ' POSITION ' DELIMITED BY SIZE
               I DELIMITED BY SIZE
               ' UNKNOWN CHARACTER ' DELIMITED BY SIZE
               X DELIMITED BY SIZE
               INTO ERR-RECORD.
           WRITE ERR-RECORD.
