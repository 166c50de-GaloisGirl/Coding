       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TARGETFILE ASSIGN TO WS-TARGET-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TARGET-STATUS.

         01 TARGET-RECORD PIC X(24).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd07.input'.
         01 WS-TARGET-DSN PIC X(64) VALUE 'D07TARGET'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 TARGET-STATUS PIC X(2) VALUE SPACES.
         01 REC-LEN PIC 9(2) COMP.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd07.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D07TARGET' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TARGET-DSN.
           PERFORM 008-LOAD-TARGET-BAG.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
