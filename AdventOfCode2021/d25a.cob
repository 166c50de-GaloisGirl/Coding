       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROGRESSFILE ASSIGN TO WS-PROGRESS-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 PROGRESS-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd25.input'.
         01 WS-PROGRESS-DSN PIC X(64) VALUE 'D25APROGRESS'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-SNAPSHOT-EVERY PIC 9(6) VALUE 10.


       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd25.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D25APROGRESS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PROGRESS-DSN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
