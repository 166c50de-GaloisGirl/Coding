       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEPFILE ASSIGN TO WS-STEP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           05 PARM-CAP PIC 9(5).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd11.input'.
         01 WS-STEP-DSN PIC X(64) VALUE 'D11ASTEPS'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D11APARM'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-MAP OCCURS 10 TIMES.
           05 WS-OCTO PIC 9 OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd11.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D11ASTEPS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STEP-DSN.
           MOVE 'D11APARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           PERFORM 008-LOAD-PARMS.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
