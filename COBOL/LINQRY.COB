       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINQRY-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Lineage query: answers from the LINEAGE register LINEAGE-01
      * keeps, in either direction, one question per run. The
      * LINQRYCTL record asks it:
      *   columns  1-8   FED or TOUCHED
      *   columns 10-53  the dataset
      *   columns 55-62  the date (YYYYMMDD)
      *   column  64     the chain cycle, blank for every cycle
      * FED D05RECON 20260312 - what fed that report generation:
      *   the step that wrote it, every input that step consumed
      *   with the count it held then and the count RUNCAT filed for
      *   the archived copy, and the night's parameter captures.
      * TOUCHED D04FEED.DAT 20260312 - which report generations the
      *   steps that consumed that feed on that run date wrote.
      * The answer goes to LINQRY-REPORT and the console. Only the
      * direct step is followed: a report built from a dataset that
      * another step derived from the feed is found by asking again
      * for that dataset.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "LINQRYCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT LINFILE ASSIGN TO WS-LINEAGE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIN-STATUS.
           SELECT CATFILE ASSIGN TO WS-RUNCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-QUESTION PIC X(8).
           05 FILLER PIC X.
           05 CTL-DSN PIC X(44).
           05 FILLER PIC X.
           05 CTL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CTL-CYCLE PIC X.
           05 FILLER PIC X(16).

      * The layout LINEAGE-01 writes.
         FD LINFILE.
         01 LIN-RECORD.
           05 LIN-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 LIN-CYCLE PIC X.
           05 FILLER PIC X.
           05 LIN-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 LIN-KIND PIC X(6).
           05 FILLER PIC X.
           05 LIN-DSN PIC X(44).
           05 FILLER PIC X.
           05 LIN-DATE PIC X(8).
           05 FILLER PIC X.
           05 LIN-COUNT PIC 9(8).
           05 FILLER PIC X.
           05 LIN-STAMP PIC X(14).

      * ARCHIVE-01's catalog line:
      * '<dataset> <date> RECORDS <count> CONSUMED-BY <program>'.
         FD CATFILE.
         01 CAT-RECORD PIC X(132).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 LIN-STATUS PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 LIN-EOF PIC 9 VALUE 0.
         01 CAT-EOF PIC 9 VALUE 0.
         01 WS-LINEAGE-DSN PIC X(64) VALUE 'LINEAGE'.
         01 WS-RUNCAT-DSN PIC X(64) VALUE 'RUNCAT'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'LINQRY-REPORT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-QUESTION PIC X(8) VALUE SPACES.
             88 WS-ASK-FED VALUE 'FED'.
             88 WS-ASK-TOUCHED VALUE 'TOUCHED'.
         01 WS-ASK-DSN PIC X(44) VALUE SPACES.
         01 WS-ASK-DATE PIC X(8) VALUE SPACES.
         01 WS-ASK-CYCLE PIC X VALUE SPACES.
      * The steps the question leads to: run date, cycle and
      * program of each.
         01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 50 TIMES.
             10 WS-KEY-RUN-DATE PIC X(8).
             10 WS-KEY-CYCLE PIC X.
             10 WS-KEY-PROGRAM PIC X(14).
         01 WS-KEY-COUNT PIC 9(3) VALUE 0.
         01 WS-IDX PIC 9(3) VALUE 0.
         01 WS-FOUND PIC X VALUE 'N'.
         01 WS-LINES-LISTED PIC 9(5) VALUE 0.
         01 WS-COUNT-DIFFS PIC 9(5) VALUE 0.
         01 WS-HEADING PIC X(132) VALUE SPACES.
         01 WS-CAT-DSN PIC X(44) VALUE SPACES.
         01 WS-CAT-DATE PIC X(8) VALUE SPACES.
         01 WS-CAT-WORD PIC X(8) VALUE SPACES.
         01 WS-CAT-COUNT PIC X(8) VALUE SPACES.
         01 WS-CAT-FOUND PIC X VALUE 'N'.
         01 WS-CAT-RECORDS PIC 9(8) VALUE 0.
         01 WS-DETAIL-LINE.
           05 WS-DL-RUN-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE ' C'.
           05 WS-DL-CYCLE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-PROGRAM PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-KIND PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-DSN PIC X(44).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-COUNT PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-NOTE PIC X(34).

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'LINEAGE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LINEAGE-DSN.
           MOVE 'LINQRY-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           PERFORM 002-READ-QUESTION.
           IF WS-ASK-DSN = SPACES OR WS-ASK-DATE IS NOT NUMERIC OR
               NOT (WS-ASK-FED OR WS-ASK-TOUCHED) THEN
              DISPLAY 'LINQRY-01: LINQRYCTL MUST ASK FED OR TOUCHED '
                  'WITH A DATASET AND A YYYYMMDD DATE'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-ASK-FED THEN
              STRING 'WHAT FED ' DELIMITED BY SIZE
                  WS-ASK-DSN DELIMITED BY SPACE
                  ' OF ' DELIMITED BY SIZE
                  WS-ASK-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           ELSE
              STRING 'WHICH REPORTS THE ' DELIMITED BY SIZE
                  WS-ASK-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ASK-DSN DELIMITED BY SPACE
                  ' FEED TOUCHED' DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-IF.
           IF WS-ASK-CYCLE NOT = SPACE THEN
              STRING REPORT-RECORD DELIMITED BY '  '
                  ' (CYCLE ' DELIMITED BY SIZE
                  WS-ASK-CYCLE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-HEADING
              MOVE WS-HEADING TO REPORT-RECORD
           END-IF.
           PERFORM 009-WRITE-REPORT-LINE.
           OPEN INPUT LINFILE.
           IF LIN-STATUS NOT = "00" THEN
              MOVE 'NO LINEAGE REGISTER ON FILE' TO REPORT-RECORD
              PERFORM 009-WRITE-REPORT-LINE
              CLOSE LINFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO LIN-EOF.
           PERFORM 003-FIND-STEPS UNTIL LIN-EOF = 1.
           CLOSE LINFILE.
           IF WS-KEY-COUNT = 0 THEN
              IF WS-ASK-FED THEN
                 MOVE 'NO STEP ON THE REGISTER WROTE THAT GENERATION'
                     TO REPORT-RECORD
              ELSE
                 MOVE 'NO STEP ON THE REGISTER CONSUMED THAT FEED'
                     TO REPORT-RECORD
              END-IF
              PERFORM 009-WRITE-REPORT-LINE
              CLOSE REPORTFILE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LINFILE.
           MOVE 0 TO LIN-EOF.
           PERFORM 005-LIST-LINES UNTIL LIN-EOF = 1.
           CLOSE LINFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'LINES LISTED ' DELIMITED BY SIZE
               WS-LINES-LISTED DELIMITED BY SIZE
               '   INPUT COUNTS DIFFERING FROM RUNCAT '
                   DELIMITED BY SIZE
               WS-COUNT-DIFFS DELIMITED BY SIZE
               INTO REPORT-RECORD.
           PERFORM 009-WRITE-REPORT-LINE.
           CLOSE REPORTFILE.
           IF WS-COUNT-DIFFS > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A missing control file (status other than "00") asks
      * nothing.
       002-READ-QUESTION.
           OPEN INPUT CTLFILE.
           IF CTL-STATUS = "00" THEN
              READ CTLFILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE CTL-QUESTION TO WS-QUESTION
                    MOVE CTL-DSN TO WS-ASK-DSN
                    MOVE CTL-DATE TO WS-ASK-DATE
                    MOVE CTL-CYCLE TO WS-ASK-CYCLE
              END-READ
              CLOSE CTLFILE
           ELSE
              CLOSE CTLFILE
           END-IF.

      * FED starts from the REPORT line of the generation asked
      * about; TOUCHED from every INPUT line of the feed on that run
      * date.
       003-FIND-STEPS.
           READ LINFILE
               AT END MOVE 1 TO LIN-EOF
               NOT AT END
                  IF LIN-DSN = WS-ASK-DSN AND
                      (WS-ASK-CYCLE = SPACE OR
                       LIN-CYCLE = WS-ASK-CYCLE) THEN
                     IF WS-ASK-FED AND LIN-KIND = 'REPORT' AND
                         LIN-DATE = WS-ASK-DATE THEN
                        PERFORM 004-ADD-KEY
                     END-IF
                     IF WS-ASK-TOUCHED AND LIN-KIND = 'INPUT' AND
                         LIN-RUN-DATE = WS-ASK-DATE THEN
                        PERFORM 004-ADD-KEY
                     END-IF
                  END-IF
           END-READ.

       004-ADD-KEY.
           PERFORM 007-MATCH-KEY.
           IF WS-FOUND = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-KEY-COUNT >= 50 THEN
              DISPLAY 'LINQRY-01: MORE THAN 50 STEPS MATCH - '
                  'THE ANSWER COVERS THE FIRST 50'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           MOVE LIN-RUN-DATE TO WS-KEY-RUN-DATE(WS-KEY-COUNT).
           MOVE LIN-CYCLE TO WS-KEY-CYCLE(WS-KEY-COUNT).
           MOVE LIN-PROGRAM TO WS-KEY-PROGRAM(WS-KEY-COUNT).

      * FED lists everything the step was part of plus the night's
      * parameter captures; TOUCHED lists the step and the reports
      * it wrote.
       005-LIST-LINES.
           READ LINFILE
               AT END MOVE 1 TO LIN-EOF
               NOT AT END
                  IF WS-ASK-FED AND LIN-KIND = 'PARM' THEN
                     PERFORM 008-MATCH-RUN
                  ELSE
                     PERFORM 007-MATCH-KEY
                  END-IF
                  IF WS-FOUND = 'Y' THEN
                     IF WS-ASK-FED OR LIN-KIND = 'STEP' OR
                         LIN-KIND = 'REPORT' THEN
                        PERFORM 006-LIST-LINE
                     END-IF
                  END-IF
           END-READ.

       006-LIST-LINE.
           MOVE LIN-RUN-DATE TO WS-DL-RUN-DATE.
           MOVE LIN-CYCLE TO WS-DL-CYCLE.
           MOVE LIN-PROGRAM TO WS-DL-PROGRAM.
           MOVE LIN-KIND TO WS-DL-KIND.
           MOVE LIN-DSN TO WS-DL-DSN.
           MOVE LIN-DATE TO WS-DL-DATE.
           MOVE LIN-COUNT TO WS-DL-COUNT.
           MOVE SPACES TO WS-DL-NOTE.
           EVALUATE LIN-KIND
            WHEN 'STEP'
              MOVE 'RETURN CODE' TO WS-DL-NOTE
            WHEN 'PARM'
              MOVE 'RECORDS CAPTURED' TO WS-DL-NOTE
            WHEN 'REPORT'
              MOVE 'RECORDS WRITTEN' TO WS-DL-NOTE
            WHEN 'INPUT'
              PERFORM 010-LOOK-UP-RUNCAT
              IF WS-CAT-FOUND = 'N' THEN
                 MOVE 'RECORDS READ - NOT IN RUNCAT' TO WS-DL-NOTE
              ELSE
                 IF WS-CAT-RECORDS = LIN-COUNT THEN
                    MOVE 'RECORDS READ - RUNCAT AGREES'
                        TO WS-DL-NOTE
                 ELSE
                    ADD 1 TO WS-COUNT-DIFFS
                    MOVE SPACES TO WS-DL-NOTE
                    STRING 'RECORDS READ - RUNCAT HAS '
                        DELIMITED BY SIZE
                        WS-CAT-RECORDS DELIMITED BY SIZE
                        INTO WS-DL-NOTE
                 END-IF
              END-IF
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 009-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINES-LISTED.

       007-MATCH-KEY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-KEY-COUNT
              IF WS-KEY-RUN-DATE(WS-IDX) = LIN-RUN-DATE AND
                  WS-KEY-CYCLE(WS-IDX) = LIN-CYCLE AND
                  WS-KEY-PROGRAM(WS-IDX) = LIN-PROGRAM THEN
                 MOVE 'Y' TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The parameter captures belong to the whole run, not to one
      * program.
       008-MATCH-RUN.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-KEY-COUNT
              IF WS-KEY-RUN-DATE(WS-IDX) = LIN-RUN-DATE AND
                  WS-KEY-CYCLE(WS-IDX) = LIN-CYCLE THEN
                 MOVE 'Y' TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       009-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.

      * Each cycle files its archives in its own RUNCAT; ARCHIVE-01
      * dates the entry with the run date the input was read on. A
      * catalog that is not on disk (status other than "00") vouches
      * for nothing.
       010-LOOK-UP-RUNCAT.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE 0 TO WS-CAT-RECORDS.
           IF LIN-CYCLE IS NUMERIC AND LIN-CYCLE NOT = '0' THEN
              MOVE LIN-CYCLE TO PROCDATE-CYCLE
           ELSE
              MOVE 1 TO PROCDATE-CYCLE
           END-IF.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RUNCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNCAT-DSN.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CAT-EOF.
           PERFORM 011-READ-RUNCAT UNTIL CAT-EOF = 1.
           CLOSE CATFILE.

       011-READ-RUNCAT.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  MOVE SPACES TO WS-CAT-DSN WS-CAT-DATE WS-CAT-WORD
                      WS-CAT-COUNT
                  UNSTRING CAT-RECORD DELIMITED BY ALL ' '
                      INTO WS-CAT-DSN WS-CAT-DATE WS-CAT-WORD
                           WS-CAT-COUNT
                  END-UNSTRING
                  IF WS-CAT-DSN = LIN-DSN AND
                      WS-CAT-DATE = LIN-RUN-DATE AND
                      WS-CAT-COUNT IS NUMERIC THEN
                     MOVE 'Y' TO WS-CAT-FOUND
                     MOVE WS-CAT-COUNT TO WS-CAT-RECORDS
                  END-IF
           END-READ.
