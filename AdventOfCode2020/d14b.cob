       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPANDFILE ASSIGN TO WS-EXPAND-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO WS-REJECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FD EXPANDFILE.
         01 EXPAND-RECORD PIC X(80).

      * Lines refused before decoding: line number, reason code and
      * the offending text.
         FD REJECTFILE.
         01 REJECT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd14.input'.
         01 WS-EXPAND-DSN PIC X(64) VALUE 'D14BEXPAND'.
         01 WS-REJECT-DSN PIC X(64) VALUE 'D14REJECT'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.
         01 WS-MASK PIC X(36).
         01 RESULT PIC 9(16) VALUE 0.
         01 WS-INSTR-NUM PIC 9(6) VALUE 0.
         77 WS-D PIC 9.
      * Line validation: the reason for a reject, the mask state a
      * mem line depends on, and the digit-field checker's fields.
         01 WS-LINE-NUM PIC 9(8) VALUE 0.
         01 WS-LINE-OK PIC X VALUE 'Y'.
         01 WS-REJECT-COUNT PIC 9(8) VALUE 0.
         01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
         01 WS-MASK-SEEN PIC X VALUE 'N'.
         01 WS-MASK-OK PIC X VALUE 'N'.
         01 WS-CHK-ADDR PIC X(20) VALUE SPACES.
         01 WS-CHK-VAL PIC X(20) VALUE SPACES.
         01 WS-CHK-FIELDS PIC 9(2) VALUE 0.
         01 WS-DIGITS PIC X(20) VALUE SPACES.
         01 WS-DIGITS-LEN PIC 9(2) VALUE 0.
         01 WS-DIGITS-NUM PIC 9(18) VALUE 0.
         01 WS-DIGITS-OK PIC X VALUE 'N'.
         01 WS-DIGITS-BIG PIC X VALUE 'N'.
         COPY JOBLOG.
        
       LOCAL-STORAGE SECTION.
         01 I UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd14.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D14BEXPAND' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-EXPAND-DSN.
           MOVE 'D14REJECT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REJECT-DSN.
           OPEN INPUT INPUTFILE.
           OPEN OUTPUT EXPANDFILE.
           OPEN OUTPUT REJECTFILE.
           MOVE 'AOC-2020-14-2' TO JOBLOG-PROGRAM-ID.
           CALL 'JOBSTART-01' USING JOBLOG-PARMS.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           CLOSE EXPANDFILE.
           CLOSE REJECTFILE.
           PERFORM SUM-MEMORY.
           DISPLAY RESULT.
           IF WS-REJECT-COUNT > 0 THEN
              DISPLAY 'LINES REJECTED: ' WS-REJECT-COUNT
           END-IF.
           MOVE 'AOC-2020-14-2' TO JOBLOG-PROGRAM-ID.
           MOVE WS-LINE-NUM TO JOBLOG-RECORDS-READ.
           MOVE WS-REJECT-COUNT TO JOBLOG-RECORDS-REJECTED.
           MOVE RESULT TO JOBLOG-RESULT.
           MOVE 'N' TO JOBLOG-RESULT-KIND.
           CALL 'JOBLOG-01' USING JOBLOG-PARMS.
      * Shop convention: rejected lines mean memory was decoded from
      * an incomplete program -- completed, but with warnings.
           IF WS-REJECT-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       002-READ.
            END-READ.
       
       003-PROCESS-RECORD.
           ADD 1 TO WS-LINE-NUM.
           PERFORM VALIDATE-LINE.
           IF WS-LINE-OK = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           IF INPUTRECORD(1:4) = "mask" THEN 
              MOVE INPUTRECORD(8:36) TO WS-MASK
           ELSE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 512000
              ADD WS-MEM-VAL(I) TO RESULT
           END-PERFORM.

      * Every line is checked before it reaches the decoder. A mask
      * must be exactly 36 characters of 0, 1 and X; a mem line needs
      * a numeric address and value, both within 36 bits. A mem line
      * is also refused while no mask, or only a rejected one, is in
      * force, since decoding it could only produce garbage memory.
      * Reason codes: L = line shape, M = mask, A = address,
      * V = value, D = depends on a rejected or missing mask.
       VALIDATE-LINE.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
            WHEN INPUTRECORD(1:7) = 'mask = '
              PERFORM VALIDATE-MASK
            WHEN INPUTRECORD(1:4) = 'mem['
              PERFORM VALIDATE-MEM
            WHEN OTHER
              MOVE 'L01 NOT A MASK OR MEM LINE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              MOVE 'N' TO WS-LINE-OK
              PERFORM WRITE-REJECT
           END-IF.

       VALIDATE-MASK.
           MOVE 'Y' TO WS-MASK-SEEN.
           MOVE 'N' TO WS-MASK-OK.
           MOVE 0 TO WS-DIGITS-LEN.
           INSPECT INPUTRECORD(8:92) TALLYING WS-DIGITS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DIGITS-LEN NOT = 36
               OR INPUTRECORD(44:56) NOT = SPACES THEN
              MOVE 'M01 MASK NOT 36 CHARACTERS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 8 BY 1 UNTIL I > 43
              IF INPUTRECORD(I:1) NOT = '0'
                  AND INPUTRECORD(I:1) NOT = '1'
                  AND INPUTRECORD(I:1) NOT = 'X' THEN
                 MOVE 'M02 MASK NOT ALL 0, 1 AND X'
                     TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-MASK-OK.

       VALIDATE-MEM.
           MOVE SPACES TO WS-CHK-ADDR WS-CHK-VAL.
           MOVE 0 TO WS-CHK-FIELDS.
           UNSTRING INPUTRECORD(5:95) DELIMITED BY '] = '
               INTO WS-CHK-ADDR WS-CHK-VAL
               TALLYING IN WS-CHK-FIELDS.
           IF WS-CHK-FIELDS < 2 THEN
              MOVE 'L02 MEM LINE NOT mem[a] = v' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHK-ADDR TO WS-DIGITS.
           PERFORM CHECK-DIGITS.
           IF WS-DIGITS-OK = 'N' THEN
              MOVE 'A01 ADDRESS NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-DIGITS-BIG = 'Y' THEN
              MOVE 'A02 ADDRESS OVER 36 BITS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHK-VAL TO WS-DIGITS.
           PERFORM CHECK-DIGITS.
           IF WS-DIGITS-OK = 'N' THEN
              MOVE 'V01 VALUE NOT NUMERIC' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-DIGITS-BIG = 'Y' THEN
              MOVE 'V02 VALUE OVER 36 BITS' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-MASK-SEEN = 'N' THEN
              MOVE 'D02 NO MASK IN FORCE' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-MASK-OK = 'N' THEN
              MOVE 'D01 MASK IN FORCE WAS REJECTED'
                  TO WS-REJECT-REASON
           END-IF.

      * Unsigned whole number, nothing trailing, no wider than the
      * 36-bit machine word (68719476735).
       CHECK-DIGITS.
           MOVE 'Y' TO WS-DIGITS-OK.
           MOVE 'N' TO WS-DIGITS-BIG.
           MOVE 0 TO WS-DIGITS-LEN.
           INSPECT WS-DIGITS TALLYING WS-DIGITS-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DIGITS-LEN = 0 THEN
              MOVE 'N' TO WS-DIGITS-OK
              EXIT PARAGRAPH
           END-IF.
           IF WS-DIGITS(1:WS-DIGITS-LEN) IS NOT NUMERIC THEN
              MOVE 'N' TO WS-DIGITS-OK
              EXIT PARAGRAPH
           END-IF.
           IF WS-DIGITS-LEN < 20 THEN
              IF WS-DIGITS(WS-DIGITS-LEN + 1:) NOT = SPACES THEN
                 MOVE 'N' TO WS-DIGITS-OK
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF WS-DIGITS-LEN > 18 THEN
              MOVE 'Y' TO WS-DIGITS-BIG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-DIGITS(1:WS-DIGITS-LEN) TO WS-DIGITS-NUM.
           IF WS-DIGITS-NUM > 68719476735 THEN
              MOVE 'Y' TO WS-DIGITS-BIG
           END-IF.

       WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           STRING 'LINE ' DELIMITED BY SIZE
               WS-LINE-NUM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               ' TEXT ' DELIMITED BY SIZE
               INPUTRECORD(1:60) DELIMITED BY SIZE
               INTO REJECT-RECORD.
           WRITE REJECT-RECORD.
