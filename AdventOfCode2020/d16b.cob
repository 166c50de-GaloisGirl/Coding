       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMBIGFILE ASSIGN TO WS-AMBIG-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECODEDFILE ASSIGN TO WS-DECODED-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATSFILE ASSIGN TO WS-STATS-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 STATS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd16.input'.
         01 WS-AMBIG-DSN PIC X(64) VALUE 'D16BAMBIG'.
         01 WS-DECODED-DSN PIC X(64) VALUE 'D16BDECODED'.
         01 WS-STATS-DSN PIC X(64) VALUE 'D16BSTATS'.
         COPY ENVQ.
         01 WS-RESULT PIC 9(18) VALUE 0.
         
         01 REC-LEN PIC 9(2) COMP.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd16.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D16BAMBIG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-AMBIG-DSN.
           MOVE 'D16BDECODED' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DECODED-DSN.
           MOVE 'D16BSTATS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STATS-DSN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
