       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRPT-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Monthly incident report: the incidents JOBCTL-01 opened on
      * the month's run dates, counted by the root-cause category
      * INCMNT-01 linked to them -- how many opened, how many are
      * closed, how many are still open -- with the average and the
      * longest time to close, in hours from open to close, for the
      * ones that are closed. An incident not yet categorised counts
      * under (NONE). A closing total covers the month as a whole,
      * split by fatal steps and aborted chains.
      * The month is the processing date's unless an INCRPTCTL
      * record names another (YYYYMM in columns 1-6).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "INCRPTCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT INCFILE ASSIGN TO WS-INCIDENTS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS INC-NUMBER
           FILE STATUS IS INC-STATUS-CODE.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-MONTH PIC X(6).
           05 FILLER PIC X(74).

         FD INCFILE.
         COPY INCREC.

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 INC-STATUS-CODE PIC X(2) VALUE SPACES.
         01 INC-EOF PIC 9 VALUE 0.
         01 WS-INCIDENTS-DSN PIC X(64) VALUE 'INCIDENTS'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'INCRPT-REPORT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-MONTH PIC X(6) VALUE SPACES.
         01 WS-CATEGORY PIC X(12) VALUE SPACES.
         01 WS-IDX PIC 9(2) VALUE 0.
         01 WS-FOUND PIC 9(2) VALUE 0.
         01 WS-CLOSE-MINUTES PIC 9(8) VALUE 0.
         01 WS-HOURS PIC 9(6)V9 VALUE 0.
         01 WS-CAT-COUNT PIC 9(2) VALUE 0.
         01 WS-CAT-TABLE.
           05 WS-CAT OCCURS 40 TIMES.
             10 WS-CAT-NAME PIC X(12).
             10 WS-CAT-OPENED PIC 9(5).
             10 WS-CAT-CLOSED PIC 9(5).
             10 WS-CAT-MINUTES PIC 9(9).
             10 WS-CAT-MAX-MINUTES PIC 9(8).
         01 WS-TOTAL-OPENED PIC 9(5) VALUE 0.
         01 WS-TOTAL-CLOSED PIC 9(5) VALUE 0.
         01 WS-TOTAL-STEP PIC 9(5) VALUE 0.
         01 WS-TOTAL-CHAIN PIC 9(5) VALUE 0.
         01 WS-TOTAL-MINUTES PIC 9(9) VALUE 0.
         01 WS-TOTAL-MAX-MINUTES PIC 9(8) VALUE 0.
         01 WS-HEADING-LINE.
           05 FILLER PIC X(13) VALUE 'CATEGORY'.
           05 FILLER PIC X(8) VALUE 'OPENED'.
           05 FILLER PIC X(10) VALUE 'CLOSED'.
           05 FILLER PIC X(6) VALUE 'OPEN'.
           05 FILLER PIC X(11) VALUE 'AVG HOURS'.
           05 FILLER PIC X(9) VALUE 'MAX HOURS'.
         01 WS-DETAIL-LINE.
           05 WS-DL-CATEGORY PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-OPENED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-CLOSED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-OPEN PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-AVG-HOURS PIC ZZZZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-MAX-HOURS PIC ZZZZZ9.9.

       PROCEDURE DIVISION.
       001-MAIN.
           PERFORM 002-SELECT-MONTH.
           MOVE 'INCIDENTS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INCIDENTS-DSN.
           MOVE 'INCRPT-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'INCRPT-01: INCIDENTS OPENED IN ' DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN INPUT INCFILE.
           IF INC-STATUS-CODE NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'INCRPT-01: CANNOT OPEN INCIDENTS, STATUS '
                  DELIMITED BY SIZE
                  INC-STATUS-CODE DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE INCFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO INC-EOF.
           PERFORM 003-READ-INCIDENT UNTIL INC-EOF = 1.
           CLOSE INCFILE.
           PERFORM 006-WRITE-REPORT.
           CLOSE REPORTFILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * A missing control file (status other than "00") or a month
      * that is not YYYYMM means the processing date's month.
       002-SELECT-MONTH.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE(1:6) TO WS-MONTH.
           OPEN INPUT CTLFILE.
           IF CTL-STATUS = "00" THEN
              READ CTLFILE
                 AT END CONTINUE
                 NOT AT END
                    IF CTL-MONTH IS NUMERIC THEN
                       MOVE CTL-MONTH TO WS-MONTH
                    END-IF
              END-READ
              CLOSE CTLFILE
           ELSE
              CLOSE CTLFILE
           END-IF.

      * Key 000000 is the register's numbering record, not an
      * incident.
       003-READ-INCIDENT.
           READ INCFILE NEXT
               AT END MOVE 1 TO INC-EOF
               NOT AT END
                  IF INC-NUMBER NOT = 0 AND
                      INC-RUN-DATE(1:6) = WS-MONTH THEN
                     PERFORM 004-COUNT-INCIDENT
                  END-IF
           END-READ.

       004-COUNT-INCIDENT.
           MOVE INC-CATEGORY TO WS-CATEGORY.
           IF WS-CATEGORY = SPACES THEN
              MOVE '(NONE)' TO WS-CATEGORY
           END-IF.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAT-COUNT
              IF WS-CAT-NAME(WS-IDX) = WS-CATEGORY THEN
                 MOVE WS-IDX TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
              IF WS-CAT-COUNT >= 40 THEN
                 DISPLAY 'INCRPT-01: MORE THAN 40 CATEGORIES - '
                     WS-CATEGORY ' NOT COUNTED'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CAT-COUNT
              MOVE WS-CAT-COUNT TO WS-FOUND
              MOVE WS-CATEGORY TO WS-CAT-NAME(WS-FOUND)
              MOVE 0 TO WS-CAT-OPENED(WS-FOUND)
                  WS-CAT-CLOSED(WS-FOUND)
                  WS-CAT-MINUTES(WS-FOUND)
                  WS-CAT-MAX-MINUTES(WS-FOUND)
           END-IF.
           ADD 1 TO WS-CAT-OPENED(WS-FOUND).
           ADD 1 TO WS-TOTAL-OPENED.
           IF INC-KIND = 'CHAIN' THEN
              ADD 1 TO WS-TOTAL-CHAIN
           ELSE
              ADD 1 TO WS-TOTAL-STEP
           END-IF.
           IF NOT INC-CLOSED OR INC-CLOSED-AT IS NOT NUMERIC OR
               INC-OPENED IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 005-COMPUTE-CLOSE-TIME.
           ADD 1 TO WS-CAT-CLOSED(WS-FOUND).
           ADD 1 TO WS-TOTAL-CLOSED.
           ADD WS-CLOSE-MINUTES TO WS-CAT-MINUTES(WS-FOUND).
           ADD WS-CLOSE-MINUTES TO WS-TOTAL-MINUTES.
           IF WS-CLOSE-MINUTES > WS-CAT-MAX-MINUTES(WS-FOUND) THEN
              MOVE WS-CLOSE-MINUTES TO WS-CAT-MAX-MINUTES(WS-FOUND)
           END-IF.
           IF WS-CLOSE-MINUTES > WS-TOTAL-MAX-MINUTES THEN
              MOVE WS-CLOSE-MINUTES TO WS-TOTAL-MAX-MINUTES
           END-IF.

      * Minutes from the open stamp to the close stamp, across
      * however many days lie between.
       005-COMPUTE-CLOSE-TIME.
           COMPUTE WS-CLOSE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(INC-CLOSED-AT(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(INC-OPENED(1:8)))) * 1440
               + FUNCTION NUMVAL(INC-CLOSED-AT(9:2)) * 60
               + FUNCTION NUMVAL(INC-CLOSED-AT(11:2))
               - FUNCTION NUMVAL(INC-OPENED(9:2)) * 60
               - FUNCTION NUMVAL(INC-OPENED(11:2)).

       006-WRITE-REPORT.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           IF WS-CAT-COUNT = 0 THEN
              MOVE 'NO INCIDENTS OPENED IN THE MONTH' TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAT-COUNT
              MOVE WS-CAT-NAME(WS-IDX) TO WS-DL-CATEGORY
              MOVE WS-CAT-OPENED(WS-IDX) TO WS-DL-OPENED
              MOVE WS-CAT-CLOSED(WS-IDX) TO WS-DL-CLOSED
              COMPUTE WS-DL-OPEN =
                  WS-CAT-OPENED(WS-IDX) - WS-CAT-CLOSED(WS-IDX)
              MOVE 0 TO WS-HOURS
              IF WS-CAT-CLOSED(WS-IDX) > 0 THEN
                 COMPUTE WS-HOURS ROUNDED = WS-CAT-MINUTES(WS-IDX)
                     / WS-CAT-CLOSED(WS-IDX) / 60
              END-IF
              MOVE WS-HOURS TO WS-DL-AVG-HOURS
              COMPUTE WS-HOURS ROUNDED =
                  WS-CAT-MAX-MINUTES(WS-IDX) / 60
              MOVE WS-HOURS TO WS-DL-MAX-HOURS
              MOVE WS-DETAIL-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-PERFORM.
           MOVE 'TOTAL' TO WS-DL-CATEGORY.
           MOVE WS-TOTAL-OPENED TO WS-DL-OPENED.
           MOVE WS-TOTAL-CLOSED TO WS-DL-CLOSED.
           COMPUTE WS-DL-OPEN = WS-TOTAL-OPENED - WS-TOTAL-CLOSED.
           MOVE 0 TO WS-HOURS.
           IF WS-TOTAL-CLOSED > 0 THEN
              COMPUTE WS-HOURS ROUNDED = WS-TOTAL-MINUTES
                  / WS-TOTAL-CLOSED / 60
           END-IF.
           MOVE WS-HOURS TO WS-DL-AVG-HOURS.
           COMPUTE WS-HOURS ROUNDED = WS-TOTAL-MAX-MINUTES / 60.
           MOVE WS-HOURS TO WS-DL-MAX-HOURS.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FATAL STEPS: ' DELIMITED BY SIZE
               WS-TOTAL-STEP DELIMITED BY SIZE
               '  ABORTED CHAINS: ' DELIMITED BY SIZE
               WS-TOTAL-CHAIN DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
