       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HEATFILE ASSIGN TO WS-HEAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT TOPFILE ASSIGN TO WS-TOP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 TOP-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd05.input'.
         01 WS-HEAT-DSN PIC X(64) VALUE 'D05AHEAT'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D05APARM'.
         01 WS-TOP-DSN PIC X(64) VALUE 'D05ATOPN'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.

         01 WS-MAP OCCURS 1000 TIMES.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd05.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D05AHEAT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-HEAT-DSN.
           MOVE 'D05APARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D05ATOPN' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TOP-DSN.
           PERFORM 006-LOAD-PARMS.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
