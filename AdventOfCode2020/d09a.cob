      * a sliding window of the preamble length plus the record in
      * hand is ever held, so feed length is unbounded. Result and
      * output are identical to the full-table scan.
      * The weakness found is handed to the range finder
      * (AOC-2020-09-2) in D09SUSPECT together with its position in
      * the feed and the window it failed against, so the two can
      * build one fraud case between them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT SUSPECTFILE ASSIGN TO WS-SUSPECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUSPECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD PARMFILE.
         01 PARM-RECORD PIC 9(4).

         FD SUSPECTFILE.
         COPY D09SUSP.

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd09.input'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D09PARM'.
         01 WS-SUSPECT-DSN PIC X(64) VALUE 'D09SUSPECT'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 PARM-STATUS PIC X(2) VALUE SPACES.
         01 SUSPECT-STATUS PIC X(2) VALUE SPACES.
         01 REC-LEN PIC 9(2) COMP.
      * The ring holds exactly the lookback window; the slot the
      * oldest value sits in is the one the newest overwrites.
         01 WS-VALUE PIC 9(15).
         01 WS-SUM PIC 9(16).
         01 WS-RESULT PIC 9(16).
         01 WS-POSITION PIC 9(8) VALUE 0.
         01 WS-RESULT-POSITION PIC 9(8) VALUE 0.
         01 WS-SUSPECT-WARN PIC X VALUE 'N'.
         COPY JOBLOG.
         COPY LEDGER.

       LOCAL-STORAGE SECTION.
         01 P-LEN UNSIGNED-INT VALUE 25.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd09.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D09PARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D09SUSPECT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SUSPECT-DSN.
           MOVE 'AOC-2020-09-1' TO JOBLOG-PROGRAM-ID.
           CALL 'JOBSTART-01' USING JOBLOG-PARMS.
           PERFORM 005-LOAD-PREAMBLE-LEN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
              DISPLAY WS-RESULT
           ELSE
              DISPLAY 'NO WEAKNESS FOUND IN FEED'
              MOVE 0 TO WS-RESULT
           END-IF.
           PERFORM 006-WRITE-SUSPECT.
           MOVE 'AOC-2020-09-1' TO JOBLOG-PROGRAM-ID.
           MOVE WS-POSITION TO JOBLOG-RECORDS-READ.
           MOVE 0 TO JOBLOG-RECORDS-REJECTED.
           MOVE WS-RESULT TO JOBLOG-RESULT.
           MOVE 'N' TO JOBLOG-RESULT-KIND.
           CALL 'JOBLOG-01' USING JOBLOG-PARMS.
           MOVE 'AOC-2020-09-1' TO LEDGER-PROGRAM-ID.
           MOVE WS-RESULT TO LEDGER-RESULT.
           MOVE 'N' TO LEDGER-RESULT-KIND.
           CALL 'LEDGER-01' USING LEDGER-PARMS.
      * Shop convention: a weakness the range finder cannot be told
      * about is a completed run with warnings.
           IF WS-SUSPECT-WARN = 'Y' THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * in the window can sum to is the weakness, and nothing after
      * it needs reading.
       003-PROCESS-RECORD.
           ADD 1 TO WS-POSITION.
           MOVE INPUTRECORD TO WS-VALUE.
           IF W-COUNT < P-LEN THEN
              ADD 1 TO W-COUNT
           IF FOUND-SUM = 0 THEN
              MOVE 1 TO FOUND-NUMBER
              MOVE WS-VALUE TO WS-RESULT
              MOVE WS-POSITION TO WS-RESULT-POSITION
              MOVE 1 TO FILE-STATUS
              EXIT PARAGRAPH
           END-IF.
              DISPLAY 'D09PARM PREAMBLE OVER 1000 - CAPPED'
              MOVE 1000 TO P-LEN
           END-IF.

      * The window a failed value was checked against is always the
      * preamble-length run of records just before it.
       006-WRITE-SUSPECT.
           OPEN OUTPUT SUSPECTFILE.
           IF SUSPECT-STATUS NOT = "00" THEN
              DISPLAY 'AOC-2020-09-1: CANNOT WRITE D09SUSPECT, '
                  'STATUS ' SUSPECT-STATUS
              MOVE 'Y' TO WS-SUSPECT-WARN
              EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO SUSPECT-RECORD.
           IF FOUND-NUMBER = 1 THEN
              MOVE 'Y' TO SUS-FOUND
              MOVE WS-RESULT TO SUS-VALUE
              MOVE WS-RESULT-POSITION TO SUS-POSITION
              MOVE P-LEN TO SUS-PREAMBLE
              COMPUTE SUS-WINDOW-FIRST = WS-RESULT-POSITION - P-LEN
              COMPUTE SUS-WINDOW-LAST = WS-RESULT-POSITION - 1
           ELSE
              MOVE 'N' TO SUS-FOUND
           END-IF.
           WRITE SUSPECT-RECORD.
           CLOSE SUSPECTFILE.
