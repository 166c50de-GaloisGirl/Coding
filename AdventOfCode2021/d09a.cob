       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOWFILE ASSIGN TO WS-LOW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 LOW-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd09.input'.
         01 WS-LOW-DSN PIC X(64) VALUE 'D09ALOWS'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-MAP OCCURS 0 TO 100 TIMES DEPENDING ON M.
           05 WS-POINT PIC 9 OCCURS 100 TIMES.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd09.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D09ALOWS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LOW-DSN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
