       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 INPUTRECORD PIC X(20).
      
       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd05.input'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.

         01 WS-MAP OCCURS 1000 TIMES.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd05.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           OPEN INPUT INPUTFILE. 
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
