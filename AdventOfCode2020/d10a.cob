       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT CRITFILE ASSIGN TO WS-CRIT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Processing mode: 'G' reports the joltage-gap product alone
      * (the classic run); 'A' also counts every distinct valid
      * adapter arrangement, the planning question of how much slack
      * is in the chain; 'C' counts arrangements too and writes the
      * critical-adapter report, the adapters procurement must hold
      * spares for.
         FD PARMFILE.
         01 PARM-RECORD PIC X(1).

         FD CRITFILE.
         01 CRIT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd10a.input'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D10PARM'.
         01 WS-CRIT-DSN PIC X(64) VALUE 'D10CRITICAL'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 PARM-STATUS PIC X(2) VALUE SPACES.
         01 WS-MODE PIC X VALUE 'G'.
         01 WS-ARRANGEMENTS PIC 9(18) VALUE 0.
         01 WS-PREV PIC 9(3) VALUE 0.
         01 WS-DEVICE PIC 9(4) VALUE 0.
         01 CRIT-STATUS PIC X(2) VALUE SPACES.
      * Adapter left out of the arrangement count; 0 leaves none out.
         01 WS-OMIT PIC 9(4) VALUE 0.
         01 WS-SURVIVING PIC 9(18) VALUE 0.
         01 WS-CRIT-COUNT PIC 9(4) VALUE 0.
         01 WS-CRIT-LINE.
           05 FILLER PIC X(8) VALUE 'ADAPTER '.
           05 WS-CRIT-JOLTS PIC ZZ9.
           05 FILLER PIC X(7) VALUE ' JOLTS '.
           05 WS-CRIT-VERDICT PIC X(14).
           05 WS-CRIT-TEXT PIC X(24).
           05 WS-CRIT-WAYS PIC Z(17)9.

       LOCAL-STORAGE SECTION.
         01 RESULT UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd10a.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D10PARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D10CRITICAL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CRIT-DSN.
           PERFORM 006-LOAD-MODE.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
              PERFORM 007-COUNT-ARRANGEMENTS
              DISPLAY 'ARRANGEMENTS: ' WS-ARRANGEMENTS
           END-IF.
           IF WS-MODE = 'C' THEN
              PERFORM 007-COUNT-ARRANGEMENTS
              DISPLAY 'ARRANGEMENTS: ' WS-ARRANGEMENTS
              PERFORM 008-CRITICAL-ADAPTERS
           END-IF.
           STOP RUN.

       002-READ.
              END-PERFORM
           END-PERFORM.
           MOVE WS-WAYS(N) TO WS-ARRANGEMENTS.

      * An adapter is critical when no arrangement survives its loss:
      * taking it out leaves a gap over 3 jolts that nothing else in
      * the bag bridges. The top adapter is always critical, since
      * the device's built-in adapter is rated off it. For the rest
      * the report shows how many arrangements remain without it.
       008-CRITICAL-ADAPTERS.
           OPEN OUTPUT CRITFILE.
           IF CRIT-STATUS NOT = "00" THEN
              DISPLAY 'CANNOT WRITE D10CRITICAL, STATUS ' CRIT-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CRIT-COUNT.
           PERFORM VARYING WS-OMIT FROM 1 BY 1 UNTIL WS-OMIT > N
              PERFORM 009-COUNT-WITHOUT
              MOVE WS-ARR-I(WS-OMIT) TO WS-CRIT-JOLTS
              IF WS-SURVIVING = 0 THEN
                 ADD 1 TO WS-CRIT-COUNT
                 MOVE 'CRITICAL' TO WS-CRIT-VERDICT
                 MOVE 'SPARE REQUIRED' TO WS-CRIT-TEXT
                 MOVE SPACES TO CRIT-RECORD
                 MOVE WS-CRIT-LINE(1:56) TO CRIT-RECORD
              ELSE
                 MOVE 'NOT CRITICAL' TO WS-CRIT-VERDICT
                 MOVE 'SURVIVING ARRANGEMENTS' TO WS-CRIT-TEXT
                 MOVE WS-SURVIVING TO WS-CRIT-WAYS
                 MOVE WS-CRIT-LINE TO CRIT-RECORD
              END-IF
              WRITE CRIT-RECORD
           END-PERFORM.
           MOVE SPACES TO CRIT-RECORD.
           STRING 'CRITICAL ADAPTERS: ' DELIMITED BY SIZE
               WS-CRIT-COUNT DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               WS-ARR-LEN DELIMITED BY SIZE
               INTO CRIT-RECORD.
           WRITE CRIT-RECORD.
           CLOSE CRITFILE.
           DISPLAY 'CRITICAL ADAPTERS: ' WS-CRIT-COUNT.

      * Same count as 007-COUNT-ARRANGEMENTS with adapter WS-OMIT
      * taken out of the bag. The table is sorted, so only the
      * adapters just below each one can feed it; and with the
      * omitted adapter possibly the top one, the device is fed by
      * every remaining adapter within 3 jolts of it.
       009-COUNT-WITHOUT.
           MOVE 0 TO WS-SURVIVING.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
              MOVE 0 TO WS-WAYS(I)
              IF I NOT = WS-OMIT THEN
                 IF WS-ARR-I(I) <= 3 THEN
                    MOVE 1 TO WS-WAYS(I)
                 END-IF
                 PERFORM VARYING J FROM I BY -1 UNTIL J < 2
                    IF WS-ARR-I(I) - WS-ARR-I(J - 1) > 3 THEN
                       EXIT PERFORM
                    END-IF
                    ADD WS-WAYS(J - 1) TO WS-WAYS(I)
                 END-PERFORM
                 IF WS-DEVICE - WS-ARR-I(I) <= 3 THEN
                    ADD WS-WAYS(I) TO WS-SURVIVING
                 END-IF
              END-IF
           END-PERFORM.
