       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2020-09-2.
       AUTHOR ANNA KOSIERADZKA.

      * The range finder takes the weakness the scan (AOC-2020-09-1)
      * handed over in D09SUSPECT rather than a value compiled in,
      * and files what it finds as a fraud case in D09CASES, keyed
      * on the invalid value: position, preamble window and every
      * contiguous range summing to it. A value already on file is
      * the same case turning up again and is updated in place.
      
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPECTFILE ASSIGN TO WS-SUSPECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUSPECT-STATUS.
           SELECT CASEFILE ASSIGN TO WS-CASE-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FC-VALUE
           FILE STATUS IS CASE-STATUS.
           
       DATA DIVISION.
       FILE SECTION.
         RECORD IS VARYING IN SIZE FROM 1 to 16
         DEPENDING ON REC-LEN.
         01 INPUTRECORD PIC X(16).

         FD SUSPECTFILE.
         COPY D09SUSP.

         FD CASEFILE.
         COPY D09CASE.
         
       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd09.input'.
         01 WS-SUSPECT-DSN PIC X(64) VALUE 'D09SUSPECT'.
         01 WS-CASE-DSN PIC X(64) VALUE 'D09CASES'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.
         01 WS-NUMBERS PIC 9(15) OCCURS 1000 TIMES.
         01 WS-NUMBER  PIC 9(16) VALUE 0.
         01 SUSPECT-STATUS PIC X(2) VALUE SPACES.
         01 CASE-STATUS PIC X(2) VALUE SPACES.
         01 WS-CASE-OPEN PIC X VALUE 'N'.
         01 WS-RUN-DATE PIC X(8) VALUE SPACES.
         01 WS-LOADED PIC 9(8) VALUE 0.
         01 WS-FIRST-WEAKNESS PIC 9(16) VALUE 0.
      * Ranges found this run, copied onto the case once the search
      * is over; the case holds 20, anything past that is counted.
         01 WS-RANGE-COUNT PIC 9(4) VALUE 0.
         01 WS-RANGE-OVERFLOW PIC 9(4) VALUE 0.
         01 WS-RANGES.
           05 WS-RANGE OCCURS 20 TIMES.
             10 WS-RANGE-START PIC 9(8).
             10 WS-RANGE-END PIC 9(8).
             10 WS-RANGE-MIN PIC 9(16).
             10 WS-RANGE-MAX PIC 9(16).
             10 WS-RANGE-WEAKNESS PIC 9(16).
         01 WS-CASE-WARN PIC X VALUE 'N'.
         COPY JOBLOG.
         COPY LEDGER.
      * Business night from the shared processing-date control.
         COPY PROCDATE.
         01 WS-SUM PIC 9(16).
         01 WS-RESULT PIC 9(16).
         01 WS-MIN PIC 9(16) VALUE 9999999999999999.
         
       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd09.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D09SUSPECT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SUSPECT-DSN.
           MOVE 'D09CASES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CASE-DSN.
           MOVE 'AOC-2020-09-2' TO JOBLOG-PROGRAM-ID.
           CALL 'JOBSTART-01' USING JOBLOG-PARMS.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           PERFORM 006-LOAD-SUSPECT.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           COMPUTE WS-LOADED = I - 1.
           IF SUS-FOUND = 'Y' THEN
              PERFORM 004-FIND-START-END
              PERFORM 007-FILE-CASE
           ELSE
              DISPLAY 'AOC-2020-09-2: NO SUSPECT VALUE HANDED OVER'
                  ' - NO RANGES SEARCHED'
           END-IF.
           MOVE 'AOC-2020-09-2' TO JOBLOG-PROGRAM-ID.
           MOVE WS-LOADED TO JOBLOG-RECORDS-READ.
           MOVE 0 TO JOBLOG-RECORDS-REJECTED.
           MOVE WS-FIRST-WEAKNESS TO JOBLOG-RESULT.
           MOVE 'N' TO JOBLOG-RESULT-KIND.
           CALL 'JOBLOG-01' USING JOBLOG-PARMS.
           MOVE 'AOC-2020-09-2' TO LEDGER-PROGRAM-ID.
           MOVE WS-FIRST-WEAKNESS TO LEDGER-RESULT.
           MOVE 'N' TO LEDGER-RESULT-KIND.
           CALL 'LEDGER-01' USING LEDGER-PARMS.
      * Shop convention: ranges reported but the case not filed (or
      * filed with ranges left off) is completed with warnings.
           IF WS-CASE-WARN = 'Y' THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       002-READ.

      * Reports every contiguous range that sums to the target, not
      * just the first one found, since repeating transaction batches
      * can produce more than one matching range. Only the slots the
      * feed actually filled are searched, so empty slots past the
      * end cannot stretch a match into phantom ranges.
       004-FIND-START-END.
           PERFORM VARYING I-START FROM 1 BY 1
           UNTIL I-START >= WS-LOADED
               COMPUTE I-START-1 = I-START + 1
               PERFORM VARYING I-END FROM I-START-1 BY 1
               UNTIL I-END > WS-LOADED
                   MOVE 0 TO WS-SUM
                   PERFORM VARYING J FROM I-START BY 1 UNTIL J > I-END
                     ADD WS-NUMBERS(J) TO WS-SUM
           END-PERFORM.
           COMPUTE WS-RESULT = WS-MIN + WS-MAX.
           DISPLAY 'RANGE ' I-START ' TO ' I-END ' RESULT: ' WS-RESULT.
           IF WS-RANGE-COUNT = 0 THEN
              MOVE WS-RESULT TO WS-FIRST-WEAKNESS
           END-IF.
           IF WS-RANGE-COUNT >= 20 THEN
              ADD 1 TO WS-RANGE-OVERFLOW
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RANGE-COUNT.
           MOVE I-START TO WS-RANGE-START(WS-RANGE-COUNT).
           MOVE I-END TO WS-RANGE-END(WS-RANGE-COUNT).
           MOVE WS-MIN TO WS-RANGE-MIN(WS-RANGE-COUNT).
           MOVE WS-MAX TO WS-RANGE-MAX(WS-RANGE-COUNT).
           MOVE WS-RESULT TO WS-RANGE-WEAKNESS(WS-RANGE-COUNT).

      * A missing hand-off (status other than "00") means the scan
      * has not run, so there is no value to look for.
       006-LOAD-SUSPECT.
           MOVE 'N' TO SUS-FOUND.
           OPEN INPUT SUSPECTFILE.
           IF SUSPECT-STATUS = "00" THEN
              READ SUSPECTFILE
                 AT END MOVE 'N' TO SUS-FOUND
              END-READ
              CLOSE SUSPECTFILE
           ELSE
              CLOSE SUSPECTFILE
           END-IF.
           IF SUS-FOUND = 'Y' THEN
              MOVE SUS-VALUE TO WS-NUMBER
           END-IF.

      * One case per invalid value. A value already on file is the
      * same case: the night count moves on only when it is seen on
      * a new night, so a rerun does not inflate it, and a case
      * fraud review had closed is reopened rather than duplicated.
      * Position, window and ranges always reflect the latest feed.
       007-FILE-CASE.
           PERFORM 008-OPEN-CASE-FILE.
           IF WS-CASE-OPEN NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUMBER TO FC-VALUE.
           READ CASEFILE
              INVALID KEY
                 MOVE 'OPEN' TO FC-STATUS
                 MOVE WS-RUN-DATE TO FC-OPENED
                 MOVE WS-RUN-DATE TO FC-LAST-SEEN
                 MOVE 1 TO FC-NIGHTS
                 PERFORM 009-FILL-CASE
                 WRITE CASE-RECORD
                 DISPLAY 'CASE OPENED FOR ' FC-VALUE
              NOT INVALID KEY
                 IF FC-CLOSED THEN
                    MOVE 'OPEN' TO FC-STATUS
                    MOVE WS-RUN-DATE TO FC-OPENED
                    MOVE 0 TO FC-NIGHTS
                    DISPLAY 'CASE REOPENED FOR ' FC-VALUE
                 ELSE
                    DISPLAY 'CASE RECURS FOR ' FC-VALUE
                        ' - OPEN SINCE ' FC-OPENED
                 END-IF
                 IF FC-LAST-SEEN < WS-RUN-DATE OR FC-NIGHTS = 0 THEN
                    ADD 1 TO FC-NIGHTS
                 END-IF
                 MOVE WS-RUN-DATE TO FC-LAST-SEEN
                 PERFORM 009-FILL-CASE
                 REWRITE CASE-RECORD
           END-READ.
           IF CASE-STATUS NOT = "00" THEN
              DISPLAY 'AOC-2020-09-2: CANNOT FILE CASE, STATUS '
                  CASE-STATUS
              MOVE 'Y' TO WS-CASE-WARN
           END-IF.
           CLOSE CASEFILE.

      * A case file that cannot be opened does not stop the ranges
      * being reported; the night just goes unfiled, with RC 4.
       008-OPEN-CASE-FILE.
           OPEN I-O CASEFILE.
           IF CASE-STATUS = "35" THEN
              OPEN OUTPUT CASEFILE
              CLOSE CASEFILE
              OPEN I-O CASEFILE
           END-IF.
           IF CASE-STATUS = "00" THEN
              MOVE 'Y' TO WS-CASE-OPEN
           ELSE
              DISPLAY 'AOC-2020-09-2: CANNOT OPEN D09CASES, '
                  'STATUS ' CASE-STATUS ' - CASE NOT FILED'
              MOVE 'Y' TO WS-CASE-WARN
           END-IF.

       009-FILL-CASE.
           MOVE SUS-POSITION TO FC-POSITION.
           MOVE SUS-PREAMBLE TO FC-PREAMBLE.
           MOVE SUS-WINDOW-FIRST TO FC-WINDOW-FIRST.
           MOVE SUS-WINDOW-LAST TO FC-WINDOW-LAST.
           MOVE WS-RANGE-COUNT TO FC-RANGE-COUNT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 20
               IF J > WS-RANGE-COUNT THEN
                  MOVE ZEROS TO FC-RANGE(J)
               ELSE
                  MOVE WS-RANGE-START(J) TO FC-RANGE-START(J)
                  MOVE WS-RANGE-END(J) TO FC-RANGE-END(J)
                  MOVE WS-RANGE-MIN(J) TO FC-RANGE-MIN(J)
                  MOVE WS-RANGE-MAX(J) TO FC-RANGE-MAX(J)
                  MOVE WS-RANGE-WEAKNESS(J) TO FC-RANGE-WEAKNESS(J)
               END-IF
           END-PERFORM.
           IF WS-RANGE-OVERFLOW > 0 THEN
              DISPLAY 'AOC-2020-09-2: ' WS-RANGE-OVERFLOW
                  ' FURTHER RANGES NOT KEPT ON THE CASE'
              MOVE 'Y' TO WS-CASE-WARN
           END-IF.
