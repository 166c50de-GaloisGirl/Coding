       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TREEFILE ASSIGN TO WS-TREE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT REJECTFILE ASSIGN TO WS-REJECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FD PARMFILE.
         01 PARM-RECORD PIC X(1).

         FD REJECTFILE.
         01 REJECT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd16.input'.
         01 WS-TREE-DSN PIC X(64) VALUE 'D16ATREE'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D16APARM'.
         01 WS-REJECT-DSN PIC X(64) VALUE 'D16AREJECT'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(4) COMP.
         01 N PIC 9(4) VALUE 1.
         01 WS-STK-VAL PIC 9(18) VALUE 0 OCCURS 20 TIMES.
         01 WS-STK-VAL2 PIC 9(18) VALUE 0 OCCURS 20 TIMES.
         01 WS-STK-OPCOUNT PIC 9(3) VALUE 0 OCCURS 20 TIMES.
      * Last bit a packet opened inside the frame may use: the end
      * of a length-counted operator's span, or its parent's for a
      * count-of-sub-packets operator.
         01 WS-STK-END PIC 9(5) VALUE 0 OCCURS 20 TIMES.
         01 WS-STK-TOP PIC 9(2) VALUE 0.
         01 WS-DELIVER PIC 9(18) VALUE 0.
         01 WS-FRAME-VALUE PIC 9(18) VALUE 0.
         01 WS-DONE-CLOSING PIC 9 VALUE 0.
         01 WS-PARSE-DONE PIC 9 VALUE 0.
         01 WS-INDENT PIC X(40) VALUE SPACES.
      * Every record of the feed is its own transmission: its number,
      * how many bits it holds, its own version sum, and the reject
      * reason and bit offset if it cannot be decoded. The run
      * totals cover only the transmissions that decoded cleanly.
         01 WS-TX-NUM PIC 9(4) VALUE 0.
         01 WS-TX-BITS PIC 9(5) VALUE 0.
         01 WS-TX-SUM PIC 9(6) VALUE 0.
         01 WS-TOTAL-VALUE PIC 9(18) VALUE 0.
         01 WS-AVAIL-END PIC 9(5) VALUE 0.
         01 WS-NEED PIC 9(2) VALUE 0.
         01 WS-NEED-FIELD PIC X(20) VALUE SPACES.
         01 WS-GROUPS PIC 9(2) VALUE 0.
         01 WS-FAIL-BIT PIC 9(5) VALUE 0.
         01 WS-REJECT-COUNT PIC 9(4) VALUE 0.
         01 WS-REJECT-REASON PIC X(50) VALUE SPACES.
         77 D PIC 9.
         77 I PIC 9(4) VALUE 1.
         77 J PIC 9(4) VALUE 1.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd16.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D16ATREE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TREE-DSN.
           MOVE 'D16APARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D16AREJECT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REJECT-DSN.
           PERFORM 014-LOAD-MODE.
           OPEN INPUT INPUTFILE.
           OPEN OUTPUT TREEFILE.
           OPEN OUTPUT REJECTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE REJECTFILE.
           CLOSE TREEFILE.
           CLOSE INPUTFILE.
           DISPLAY 'TRANSMISSIONS: ' WS-TX-NUM
               ' REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'VERSION SUM: ' RESULT.
           DISPLAY 'EXPRESSION VALUE: ' WS-TOTAL-VALUE.
           IF WS-MODE = 'E' THEN
             DISPLAY WS-TOTAL-VALUE
           ELSE
             DISPLAY RESULT
           END-IF.
      * Shop convention: rejected transmissions mean the totals were
      * worked from part of the feed, RC 4 so the run is looked at.
           IF WS-REJECT-COUNT > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A missing parameter file (status other than "00") just means
           END-READ.

       003-PROCESS-RECORD.
           ADD 1 TO WS-TX-NUM.
           MOVE REC-LEN TO N.
           COMPUTE WS-TX-BITS = N * 4.
           MOVE 0 TO WS-STK-TOP.
           MOVE 0 TO WS-PARSE-DONE.
           MOVE 0 TO WS-TX-SUM.
           MOVE 0 TO WS-TOP-VALUE.
           MOVE 0 TO WS-FAIL-BIT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO TREE-RECORD.
           STRING 'TRANSMISSION ' DELIMITED BY SIZE
               WS-TX-NUM DELIMITED BY SIZE
               INTO TREE-RECORD.
           WRITE TREE-RECORD.
           IF REC-LEN = 0 OR INPUTRECORD(1:N) = SPACES THEN
             MOVE 'P09 EMPTY TRANSMISSION' TO WS-REJECT-REASON
           ELSE
             PERFORM 017-DECODE-HEX
           END-IF.

      * The transmission is one outer packet: parsing stops when the
      * stack drains back to empty, not at a fixed distance from the
      * end of the bit string -- a real packet can sit in the last
      * few bits, with less padding than a literal needs. Every field
      * is checked against the bits left before it is read, so a
      * truncated transmission stops with a reject rather than
      * reading past its end.
           IF WS-REJECT-REASON = SPACES THEN
             MOVE 1 TO J
             PERFORM 004-PROCESS-PACKET
                 UNTIL WS-PARSE-DONE = 1
                    OR WS-REJECT-REASON NOT = SPACES
           END-IF.
           PERFORM 019-END-TRANSMISSION.

       004-PROCESS-PACKET.
           IF WS-STK-TOP = 0 THEN
             MOVE WS-TX-BITS TO WS-AVAIL-END
           ELSE
             MOVE WS-STK-END(WS-STK-TOP) TO WS-AVAIL-END
           END-IF.
           MOVE 3 TO LEN.
           MOVE 0 TO VAL-BIN.
           MOVE 0 TO VAL-DEC.
      * the first three bits encode the packet version
           MOVE 3 TO WS-NEED.
           MOVE 'VERSION' TO WS-NEED-FIELD.
           PERFORM 018-NEED-BITS.
           IF WS-REJECT-REASON NOT = SPACES THEN
             EXIT PARAGRAPH
           END-IF.
           STRING WS-BITS(J) WS-BITS(J + 1) WS-BITS(J + 2) INTO VAL-BIN.
           PERFORM BIN-TO-DEC.
           ADD VAL-DEC TO WS-TX-SUM.
           MOVE VAL-DEC TO WS-VERSION.
           ADD 3 TO J.

      * the next three bits encode the packet type ID
           MOVE 'TYPE ID' TO WS-NEED-FIELD.
           PERFORM 018-NEED-BITS.
           IF WS-REJECT-REASON NOT = SPACES THEN
             EXIT PARAGRAPH
           END-IF.
           STRING WS-BITS(J) WS-BITS(J + 1) WS-BITS(J + 2) INTO VAL-BIN.
           PERFORM BIN-TO-DEC.
           MOVE VAL-DEC TO WS-TYPE.
           ADD 3 TO J.
           IF VAL-DEC = 4 THEN
             PERFORM 005-PROCESS-PACKET-LITERAL
             IF WS-REJECT-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
             END-IF
             PERFORM 011-LOG-LITERAL-PACKET
             MOVE WS-LITERAL TO WS-DELIVER
             PERFORM 013-CASCADE-CLOSE
      * frame below gets pushed, so that is saved off first.
             MOVE WS-STK-TOP TO WS-PACKET-DEPTH
             PERFORM 006-PROCESS-PACKET-OPERATOR
             IF WS-REJECT-REASON NOT = SPACES THEN
               EXIT PARAGRAPH
             END-IF
             PERFORM 012-LOG-OPERATOR-PACKET
           END-IF.

      * and then it is broken into groups of four bits
      * Each group is prefixed by a 1 bit except the last group,
      *  which is prefixed by a 0 bit.
      * WS-LITERAL holds 16 digits, so 13 groups is the most a
      * literal can carry.
           MOVE 0 TO WS-LITERAL.
           MOVE 0 TO WS-GROUPS.
           MOVE 5 TO WS-NEED.
           MOVE 'LITERAL GROUP' TO WS-NEED-FIELD.
           MOVE 1 TO Y.
           PERFORM UNTIL Y = 0
               PERFORM 018-NEED-BITS
               IF WS-REJECT-REASON NOT = SPACES THEN
                 EXIT PERFORM
               END-IF
               ADD 1 TO WS-GROUPS
               IF WS-GROUPS > 13 THEN
                 COMPUTE WS-FAIL-BIT = J - 1
                 MOVE 'P08 LITERAL OVER 13 GROUPS' TO WS-REJECT-REASON
                 EXIT PERFORM
               END-IF
               MOVE WS-BITS(J) TO Y
               MOVE 4 TO LEN
               STRING WS-BITS(J + 1) WS-BITS(J + 2)
      * indicated by the bit immediately after the packet header

           MOVE 0 TO VAL-BIN.
           MOVE 1 TO WS-NEED.
           MOVE 'LENGTH TYPE ID' TO WS-NEED-FIELD.
           PERFORM 018-NEED-BITS.
           IF WS-REJECT-REASON NOT = SPACES THEN
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-BITS(J) TO T.
           ADD 1 TO J.

      * immediately contained by this packet.
             MOVE 11 TO LEN
           END-IF.
           MOVE LEN TO WS-NEED.
           MOVE 'LENGTH FIELD' TO WS-NEED-FIELD.
           PERFORM 018-NEED-BITS.
           IF WS-REJECT-REASON NOT = SPACES THEN
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VAL-BIN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LEN
             MOVE WS-BITS(J + I - 1) TO VAL-BIN(I:1)
           PERFORM BIN-TO-DEC.
           ADD LEN TO J.

      * An operator must hold at least one sub-packet, and a
      * length-counted one may not claim more bits than it has.
           IF VAL-DEC = 0 THEN
             COMPUTE WS-FAIL-BIT = J - LEN - 1
             MOVE 'P05 OPERATOR WITH NO SUB-PACKETS'
                 TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF.
           IF T = 0 AND J + VAL-DEC - 1 > WS-AVAIL-END THEN
             COMPUTE WS-FAIL-BIT = J - LEN - 1
             MOVE 'P03 LENGTH FIELD RUNS PAST THE AVAILABLE BITS'
                 TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF.
           IF WS-STK-TOP = 20 THEN
             COMPUTE WS-FAIL-BIT = J - LEN - 1
             MOVE 'P07 NESTED DEEPER THAN 20 OPERATORS'
                 TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF.

      * Pushes a stack frame so the flat bit-scan below can still
      * recognize when every sub-packet of this operator has been
      * consumed, which the version-sum logic alone never needed to
           IF T = 0 THEN
             MOVE 0 TO WS-STK-KIND(WS-STK-TOP)
             COMPUTE WS-STK-LIMIT(WS-STK-TOP) = J + VAL-DEC
             COMPUTE WS-STK-END(WS-STK-TOP) = J + VAL-DEC - 1
           ELSE
             MOVE 1 TO WS-STK-KIND(WS-STK-TOP)
             MOVE VAL-DEC TO WS-STK-REMAIN(WS-STK-TOP)
             MOVE WS-AVAIL-END TO WS-STK-END(WS-STK-TOP)
           END-IF.
           MOVE WS-TYPE TO WS-STK-TYPE(WS-STK-TOP).
           MOVE 0 TO WS-STK-VAL(WS-STK-TOP).
       013-CASCADE-CLOSE.
           MOVE 0 TO WS-DONE-CLOSING.
           PERFORM UNTIL WS-DONE-CLOSING = 1
               OR WS-REJECT-REASON NOT = SPACES
             IF WS-STK-TOP = 0 THEN
               MOVE WS-DELIVER TO WS-TOP-VALUE
               MOVE 1 TO WS-PARSE-DONE
      * The operator on top is complete: compute its value, annotate
      * the tree dump, pop it, and hand the value up the stack.
       016-CLOSE-TOP-FRAME.
           IF WS-STK-TYPE(WS-STK-TOP) > 4
               AND WS-STK-OPCOUNT(WS-STK-TOP) NOT = 2 THEN
             COMPUTE WS-FAIL-BIT = J - 1
             MOVE 'P06 COMPARISON WITHOUT EXACTLY TWO OPERANDS'
                 TO WS-REJECT-REASON
             EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-STK-TYPE(WS-STK-TOP)
            WHEN 5
              IF WS-STK-VAL(WS-STK-TOP) > WS-STK-VAL2(WS-STK-TOP) THEN
           WRITE TREE-RECORD.
           MOVE WS-FRAME-VALUE TO WS-DELIVER.

      * Turns the record's hex characters into bits. Lower-case hex
      * is taken as upper-case; anything else is a non-hex character
      * and rejects the transmission at that character's first bit.
       017-DECODE-HEX.
           INSPECT INPUTRECORD(1:N) CONVERTING 'abcdef' TO 'ABCDEF'.
           MOVE 4 TO LEN.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > N
             MOVE INPUTRECORD(J:1) TO X
             IF (X < '0' OR X > '9') AND (X < 'A' OR X > 'F') THEN
               COMPUTE WS-FAIL-BIT = 4 * J - 4
               STRING 'P01 NON-HEX CHARACTER "' DELIMITED BY SIZE
                   X DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               EXIT PARAGRAPH
             END-IF

      * A-F = 66-71
      * 0-9 = 49-58
             COMPUTE Y = FUNCTION ORD(X)
             IF Y > 65 THEN
               SUBTRACT 56 FROM Y
             ELSE
               SUBTRACT 49 FROM Y
             END-IF

             MOVE Y TO VAL-DEC
             PERFORM DEC-TO-BIN
             PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE VAL-BIN(K:1) TO WS-BITS(4 * J - 4 + K)
             END-PERFORM
           END-PERFORM.

      * The field about to be read needs WS-NEED bits from J on. A
      * packet may only use the bits its innermost length-counted
      * parent gave it (or, outermost, the whole transmission), so
      * running out inside a parent's span is a different fault from
      * running off the end of the transmission.
       018-NEED-BITS.
           IF J + WS-NEED - 1 > WS-AVAIL-END THEN
             COMPUTE WS-FAIL-BIT = J - 1
             IF WS-AVAIL-END < WS-TX-BITS THEN
               STRING 'P04 ' DELIMITED BY SIZE
                   WS-NEED-FIELD DELIMITED BY '  '
                   ' RUNS PAST ITS PARENT LENGTH' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
             ELSE
               STRING 'P02 TRUNCATED ' DELIMITED BY SIZE
                   WS-NEED-FIELD DELIMITED BY '  '
                   INTO WS-REJECT-REASON
             END-IF
           END-IF.

      * Closes the transmission's D16ATREE section with its own
      * version sum and value, or sends it to D16AREJECT naming the
      * bit offset (counted from 0) where decoding gave up and why.
       019-END-TRANSMISSION.
           MOVE SPACES TO TREE-RECORD.
           IF WS-REJECT-REASON NOT = SPACES THEN
             ADD 1 TO WS-REJECT-COUNT
             STRING 'TRANSMISSION ' DELIMITED BY SIZE
                 WS-TX-NUM DELIMITED BY SIZE
                 ' REJECTED AT BIT ' DELIMITED BY SIZE
                 WS-FAIL-BIT DELIMITED BY SIZE
                 INTO TREE-RECORD
             WRITE TREE-RECORD
             MOVE SPACES TO REJECT-RECORD
             STRING 'TRANSMISSION ' DELIMITED BY SIZE
                 WS-TX-NUM DELIMITED BY SIZE
                 ' BIT OFFSET ' DELIMITED BY SIZE
                 WS-FAIL-BIT DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 WS-REJECT-REASON DELIMITED BY SIZE
                 ' TEXT ' DELIMITED BY SIZE
                 INPUTRECORD(1:40) DELIMITED BY SIZE
                 INTO REJECT-RECORD
             WRITE REJECT-RECORD
           ELSE
             ADD WS-TX-SUM TO RESULT
             ADD WS-TOP-VALUE TO WS-TOTAL-VALUE
             STRING 'TRANSMISSION ' DELIMITED BY SIZE
                 WS-TX-NUM DELIMITED BY SIZE
                 ' VERSION SUM ' DELIMITED BY SIZE
                 WS-TX-SUM DELIMITED BY SIZE
                 ' VALUE ' DELIMITED BY SIZE
                 WS-TOP-VALUE DELIMITED BY SIZE
                 INTO TREE-RECORD
             WRITE TREE-RECORD
           END-IF.

       DEC-TO-BIN.
           MOVE SPACE TO VAL-BIN.
           PERFORM VARYING I FROM LEN BY -1 UNTIL I = 0
