       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRENDFILE ASSIGN TO WS-TREND-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVFILE ASSIGN TO WS-COV-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 COV-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd14.input'.
         01 WS-TREND-DSN PIC X(64) VALUE 'D14BTREND'.
         01 WS-COV-DSN PIC X(64) VALUE 'D14BCOVERAGE'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.
         01 WS-ARR PIC X OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd14.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D14BTREND' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TREND-DSN.
           MOVE 'D14BCOVERAGE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-COV-DSN.
           OPEN INPUT INPUTFILE. 
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
