       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRACEFILE ASSIGN TO WS-TRACE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIAGFILE ASSIGN TO WS-DIAG-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO WS-REJECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * Diagnostic exports come 12, 16 or 20 bits wide. A leading
      * 'WIDTH nn' header declares the width; without one the first
      * clean reading sets it.
         FD INPUTFILE
         RECORD IS VARYING IN SIZE FROM 1 to 40
         DEPENDING ON REC-LEN.
         01 INPUTRECORD PIC X(40).

         FD TRACEFILE.
         01 TRACE-RECORD PIC X(450).

      * The combined diagnostic report: gamma/epsilon and the power
      * consumption alongside the life-support ratings, so
         FD DIAGFILE.
         01 DIAG-RECORD PIC X(60).

      * Readings that do not fit the feed's bit width, with the
      * line number and the reason.
         FD REJECTFILE.
         01 REJECT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd03.input'.
         01 WS-TRACE-DSN PIC X(64) VALUE 'D03BTRACE'.
         01 WS-DIAG-DSN PIC X(64) VALUE 'D03BDIAG'.
         01 WS-REJECT-DSN PIC X(64) VALUE 'D03BREJECT'.
         COPY ENVQ.
         01 WS-BIT-DISP PIC 9(2) VALUE 0.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.
         01 N PIC 9(2) VALUE 20.
         01 M PIC 9(4) VALUE 1000.
         01 WS-OXY-DEC PIC 9(8) VALUE 0.
         01 WS-CO2-DEC PIC 9(8) VALUE 0.
         01 WS-ARRAY PIC X(20) OCCURS 0 TO 1000 TIMES DEPENDING ON M.
         01 WS-OXY-FLAG PIC 9 VALUE 1 
           OCCURS 0 TO 1000 TIMES DEPENDING ON M.
         01 WS-CO2-FLAG PIC 9 VALUE 1 
           OCCURS 0 TO 1000 TIMES DEPENDING ON M.
         01 WS-COUNTS-OXY PIC 9(3) VALUE 0 
           OCCURS 0 TO 20 TIMES DEPENDING ON N.
         01 WS-COUNTS-CO2 PIC 9(3) VALUE 0
           OCCURS 0 TO 20 TIMES DEPENDING ON N.
      * Untouched copy of the per-position one-counts: the filtering
      * pass erodes the other two tallies, and gamma/epsilon need the
      * majorities over the whole input.
         01 WS-COUNTS-INIT PIC 9(4) VALUE 0
           OCCURS 0 TO 20 TIMES DEPENDING ON N.
         01 WS-GAMMA PIC 9(8) VALUE 0.
         01 WS-EPSILON PIC 9(8) VALUE 0.
         01 WS-POWER PIC 9(16) VALUE 0.
         01 WS-OXY-ZEROS PIC 9(4) VALUE 0.
         01 WS-CO2-ONES PIC 9(4) VALUE 0.
         01 WS-CO2-ZEROS PIC 9(4) VALUE 0.
         01 WS-OXY-ELIM-SAMPLE PIC X(84) VALUE SPACES.
         01 WS-CO2-ELIM-SAMPLE PIC X(84) VALUE SPACES.
         01 WS-OXY-ELIM-COUNT PIC 9(4) VALUE 0.
         01 WS-CO2-ELIM-COUNT PIC 9(4) VALUE 0.
         01 WS-ELIM-SAMPLE-MAX PIC 9(4) VALUE 4.
         01 WS-ELIM-PTR UNSIGNED-INT VALUE 1.

      * Feed width control: the width in force (N above), whether
      * it has been set yet, and the reject tally.
         01 WS-WIDTH-SET PIC X VALUE 'N'.
         01 WS-LINE-NUM PIC 9(6) VALUE 0.
         01 WS-LOADED PIC 9(4) VALUE 0.
         01 WS-REC-LEN-DISP PIC 9(2) VALUE 0.
         01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
         01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd03.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D03BTRACE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TRACE-DSN.
           MOVE 'D03BDIAG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DIAG-DSN.
           MOVE 'D03BREJECT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REJECT-DSN.
           OPEN INPUT INPUTFILE.
           OPEN OUTPUT REJECTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           CLOSE REJECTFILE.
           IF WS-LOADED = 0 THEN
              DISPLAY 'NO READINGS OF A USABLE WIDTH IN d03.input'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-LOADED TO M.
           OPEN OUTPUT TRACEFILE.
           PERFORM 004-FILTER-NUMBERS.
           CLOSE TRACEFILE.
           PERFORM 007-COMPUTE-POWER.
           PERFORM 008-WRITE-DIAG-REPORT.
           DISPLAY WS-RESULT.
      * Rejected readings mean the ratings were worked from part of
      * the feed: RC 4 so the run is looked at.
           IF WS-REJECT-COUNT > 0 THEN
              DISPLAY 'READINGS REJECTED: ' WS-REJECT-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       002-READ.
            END-READ.

       003-PROCESS-RECORD.
           ADD 1 TO WS-LINE-NUM.
           IF WS-LINE-NUM = 1 AND INPUTRECORD(1:6) = 'WIDTH ' THEN
              PERFORM 010-SET-DECLARED-WIDTH
              EXIT PARAGRAPH
           END-IF.
           PERFORM 011-VALIDATE-READING.
           IF WS-REJECT-REASON NOT = SPACES THEN
              PERFORM 012-WRITE-REJECT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOADED.
           MOVE INPUTRECORD(1:N) TO WS-ARRAY(J)
           ADD 1 TO J
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N               
               IF INPUTRECORD(I:1) = '1' THEN
                 SUBTRACT 1 FROM WS-OXY-ROWS
                 IF WS-OXY-ELIM-COUNT < WS-ELIM-SAMPLE-MAX THEN
                    COMPUTE WS-ELIM-PTR =
                        WS-OXY-ELIM-COUNT * (N + 1) + 1
                    STRING WS-ARRAY(J)(1:N) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        INTO WS-OXY-ELIM-SAMPLE
                        WITH POINTER WS-ELIM-PTR
                SUBTRACT 1 FROM WS-CO2-ROWS
                 IF WS-CO2-ELIM-COUNT < WS-ELIM-SAMPLE-MAX THEN
                    COMPUTE WS-ELIM-PTR =
                        WS-CO2-ELIM-COUNT * (N + 1) + 1
                    STRING WS-ARRAY(J)(1:N) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        INTO WS-CO2-ELIM-SAMPLE
                        WITH POINTER WS-ELIM-PTR
           WRITE DIAG-RECORD.
           DISPLAY 'POWER CONSUMPTION ' WS-POWER.
           CLOSE DIAGFILE.

      * The declared width must be one the job can hold; a feed
      * declaring anything else cannot be rated at all.
       010-SET-DECLARED-WIDTH.
           IF INPUTRECORD(7:2) IS NUMERIC
               AND INPUTRECORD(9:32) = SPACES THEN
              MOVE INPUTRECORD(7:2) TO N
           ELSE
              MOVE 0 TO N
           END-IF.
           IF N < 1 OR N > 20 THEN
              DISPLAY 'UNSUPPORTED BIT WIDTH IN HEADER: '
                  INPUTRECORD(1:20)
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'Y' TO WS-WIDTH-SET.

      * A reading must be exactly the feed's width and only 0s and
      * 1s. Without a header the first clean reading of a width the
      * job can hold sets the width for the rest of the feed.
       011-VALIDATE-READING.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE REC-LEN TO WS-REC-LEN-DISP.
           IF REC-LEN = 0 OR INPUTRECORD = SPACES THEN
              MOVE 'R01 EMPTY READING' TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-WIDTH-SET = 'N' THEN
              IF REC-LEN > 20 THEN
                 STRING 'R01 LENGTH ' DELIMITED BY SIZE
                     WS-REC-LEN-DISP DELIMITED BY SIZE
                     ' OVER 20 BITS' DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE REC-LEN TO N
           END-IF.
           IF REC-LEN NOT = N THEN
              STRING 'R01 LENGTH ' DELIMITED BY SIZE
                  WS-REC-LEN-DISP DELIMITED BY SIZE
                  ' NOT WIDTH ' DELIMITED BY SIZE
                  N DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
              IF INPUTRECORD(I:1) NOT = '0'
                  AND INPUTRECORD(I:1) NOT = '1' THEN
                 MOVE 'R02 CHARACTER NOT 0 OR 1'
                     TO WS-REJECT-REASON
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-LOADED >= 1000 THEN
              MOVE 'R03 FEED OVER 1000 READINGS'
                  TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-WIDTH-SET.

       012-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO REJECT-RECORD.
           STRING 'LINE ' DELIMITED BY SIZE
               WS-LINE-NUM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               ' TEXT ' DELIMITED BY SIZE
               INPUTRECORD(1:40) DELIMITED BY SIZE
               INTO REJECT-RECORD.
           WRITE REJECT-RECORD.
