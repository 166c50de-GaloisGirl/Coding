       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAYOUTFILE ASSIGN TO WS-LAYOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OTHERLAYOUT ASSIGN TO WS-OTHERLAYOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OTHER-STATUS.
           SELECT COMPAREFILE ASSIGN TO WS-COMPARE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

         01 PARM-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd11.input'.
         01 WS-LAYOUT-DSN PIC X(64) VALUE 'D11B-LAYOUT'.
         01 WS-OTHERLAYOUT-DSN PIC X(64) VALUE 'D11A-LAYOUT'.
         01 WS-COMPARE-DSN PIC X(64) VALUE 'D11COMPARE'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D11PARM'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 OTHER-STATUS PIC X(2) VALUE SPACES.
         01 WS-ARR OCCURS 93 TIMES.
    
       PROCEDURE DIVISION.
       001-MAIN.
            MOVE 'd11.input' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
            MOVE 'D11B-LAYOUT' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-LAYOUT-DSN.
            MOVE 'D11A-LAYOUT' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-OTHERLAYOUT-DSN.
            MOVE 'D11COMPARE' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-COMPARE-DSN.
            MOVE 'D11PARM' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-PARM-DSN.
            PERFORM 011-LOAD-MAX-ROUNDS.
            OPEN INPUT INPUTFILE.
            PERFORM 002-READ UNTIL FILE-STATUS = 1.
