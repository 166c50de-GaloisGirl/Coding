       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRIDFILE ASSIGN TO WS-GRID-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 GRID-RECORD PIC X(2000).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd13.input'.
         01 WS-GRID-DSN PIC X(64) VALUE 'D13AGRID'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-DOTS-ARRAY OCCURS 2000 TIMES.
           05 WS-DOT PIC 9 VALUE 0 OCCURS 2000 TIMES.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd13.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D13AGRID' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GRID-DSN.
           MOVE 'AOC-2021-13-1' TO JOBLOG-PROGRAM-ID.
           CALL 'JOBSTART-01' USING JOBLOG-PARMS.
           PERFORM 009-BUILD-GLYPH-TABLE.
