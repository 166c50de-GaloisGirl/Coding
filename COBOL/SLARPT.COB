       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Monthly delivery SLA attainment: reads the SLAHIST history
      * SLACHK-01 appends to and, for one month of run dates, gives
      * each recipient one line -- deliveries due, on time, late,
      * missing, the attainment percentage and the average minutes
      * late -- with a total line for the shop. The month is the
      * processing date's unless a SLARPTCTL record names another
      * (YYYYMM in columns 1-6).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "SLARPTCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT HISTFILE ASSIGN TO WS-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-MONTH PIC X(6).
           05 FILLER PIC X(74).

      * The layout SLACHK-01 writes.
         FD HISTFILE.
         01 HIST-RECORD.
           05 HIST-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 HIST-CYCLE PIC X.
           05 FILLER PIC X.
           05 HIST-REPORT PIC X(12).
           05 FILLER PIC X.
           05 HIST-RECIPIENT PIC X(30).
           05 FILLER PIC X.
           05 HIST-DUE PIC X(12).
           05 FILLER PIC X.
           05 HIST-DELIVERED PIC X(12).
           05 FILLER PIC X.
           05 HIST-RESULT PIC X(7).
           05 FILLER PIC X.
           05 HIST-LATE-MINUTES PIC 9(5).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 HIST-STATUS PIC X(2) VALUE SPACES.
         01 HIST-EOF PIC 9 VALUE 0.
         01 WS-HIST-DSN PIC X(64) VALUE 'SLAHIST'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'SLA-REPORT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-MONTH PIC X(6) VALUE SPACES.
      * One row per recipient seen in the month.
         01 WS-RCPT-TABLE.
           05 WS-RCPT-ENTRY OCCURS 200 TIMES.
             10 WS-RC-NAME PIC X(30).
             10 WS-RC-DUE PIC 9(5).
             10 WS-RC-ONTIME PIC 9(5).
             10 WS-RC-LATE PIC 9(5).
             10 WS-RC-MISSING PIC 9(5).
             10 WS-RC-LATE-MIN PIC 9(9).
         01 WS-RCPT-COUNT PIC 9(3) VALUE 0.
         01 WS-IDX PIC 9(3) VALUE 0.
         01 WS-FOUND PIC 9(3) VALUE 0.
         01 WS-DROPPED PIC 9(5) VALUE 0.
         01 WS-TOTALS.
           05 WS-TOT-DUE PIC 9(5) VALUE 0.
           05 WS-TOT-ONTIME PIC 9(5) VALUE 0.
           05 WS-TOT-LATE PIC 9(5) VALUE 0.
           05 WS-TOT-MISSING PIC 9(5) VALUE 0.
           05 WS-TOT-LATE-MIN PIC 9(9) VALUE 0.
         01 WS-PCT PIC 9(3)V9 VALUE 0.
         01 WS-AVG-LATE PIC 9(5) VALUE 0.
         01 WS-DETAIL-LINE.
           05 WS-DL-NAME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-DUE PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-ONTIME PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-LATE PIC Z(4)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-MISSING PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-PCT PIC ZZ9.9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-AVG-LATE PIC Z(4)9.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'SLAHIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-HIST-DSN.
           MOVE 'SLA-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           PERFORM 002-SELECT-MONTH.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DELIVERY SLA ATTAINMENT FOR ' DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS NOT = "00" THEN
              MOVE 'NO SLAHIST ON FILE - NO DELIVERIES CHECKED'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE HISTFILE
              CLOSE REPORTFILE
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 003-READ-HISTORY UNTIL HIST-EOF = 1.
           CLOSE HISTFILE.
           PERFORM 005-WRITE-REPORT.
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

       003-READ-HISTORY.
           READ HISTFILE
               AT END MOVE 1 TO HIST-EOF
               NOT AT END
                  IF HIST-RUN-DATE(1:6) = WS-MONTH THEN
                     PERFORM 004-TALLY-ENTRY
                  END-IF
           END-READ.

       004-TALLY-ENTRY.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RCPT-COUNT
              IF WS-RC-NAME(WS-IDX) = HIST-RECIPIENT THEN
                 MOVE WS-IDX TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND = 0 THEN
              IF WS-RCPT-COUNT >= 200 THEN
                 ADD 1 TO WS-DROPPED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-RCPT-COUNT
              MOVE WS-RCPT-COUNT TO WS-FOUND
              MOVE HIST-RECIPIENT TO WS-RC-NAME(WS-FOUND)
              MOVE 0 TO WS-RC-DUE(WS-FOUND) WS-RC-ONTIME(WS-FOUND)
                  WS-RC-LATE(WS-FOUND) WS-RC-MISSING(WS-FOUND)
                  WS-RC-LATE-MIN(WS-FOUND)
           END-IF.
           ADD 1 TO WS-RC-DUE(WS-FOUND).
           EVALUATE HIST-RESULT
            WHEN 'ONTIME'
              ADD 1 TO WS-RC-ONTIME(WS-FOUND)
            WHEN 'LATE'
              ADD 1 TO WS-RC-LATE(WS-FOUND)
              IF HIST-LATE-MINUTES IS NUMERIC THEN
                 ADD HIST-LATE-MINUTES TO WS-RC-LATE-MIN(WS-FOUND)
              END-IF
            WHEN OTHER
              ADD 1 TO WS-RC-MISSING(WS-FOUND)
           END-EVALUATE.

      * Attainment is on-time deliveries over deliveries due; the
      * average lateness is over the late ones only, since a missing
      * delivery has no arrival to measure.
       005-WRITE-REPORT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RECIPIENT                        DUE ONTIME '
               DELIMITED BY SIZE
               ' LATE MISSING  ATTAIN%  AVG-LATE' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RCPT-COUNT
              MOVE WS-RC-NAME(WS-IDX) TO WS-DL-NAME
              MOVE WS-RC-DUE(WS-IDX) TO WS-DL-DUE
              MOVE WS-RC-ONTIME(WS-IDX) TO WS-DL-ONTIME
              MOVE WS-RC-LATE(WS-IDX) TO WS-DL-LATE
              MOVE WS-RC-MISSING(WS-IDX) TO WS-DL-MISSING
              COMPUTE WS-PCT ROUNDED =
                  WS-RC-ONTIME(WS-IDX) * 100 / WS-RC-DUE(WS-IDX)
              MOVE WS-PCT TO WS-DL-PCT
              MOVE 0 TO WS-AVG-LATE
              IF WS-RC-LATE(WS-IDX) > 0 THEN
                 COMPUTE WS-AVG-LATE ROUNDED =
                     WS-RC-LATE-MIN(WS-IDX) / WS-RC-LATE(WS-IDX)
              END-IF
              MOVE WS-AVG-LATE TO WS-DL-AVG-LATE
              MOVE WS-DETAIL-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              ADD WS-RC-DUE(WS-IDX) TO WS-TOT-DUE
              ADD WS-RC-ONTIME(WS-IDX) TO WS-TOT-ONTIME
              ADD WS-RC-LATE(WS-IDX) TO WS-TOT-LATE
              ADD WS-RC-MISSING(WS-IDX) TO WS-TOT-MISSING
              ADD WS-RC-LATE-MIN(WS-IDX) TO WS-TOT-LATE-MIN
           END-PERFORM.
           IF WS-TOT-DUE = 0 THEN
              MOVE 'NO DELIVERIES DUE IN THE MONTH' TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 'ALL RECIPIENTS' TO WS-DL-NAME.
           MOVE WS-TOT-DUE TO WS-DL-DUE.
           MOVE WS-TOT-ONTIME TO WS-DL-ONTIME.
           MOVE WS-TOT-LATE TO WS-DL-LATE.
           MOVE WS-TOT-MISSING TO WS-DL-MISSING.
           COMPUTE WS-PCT ROUNDED = WS-TOT-ONTIME * 100 / WS-TOT-DUE.
           MOVE WS-PCT TO WS-DL-PCT.
           MOVE 0 TO WS-AVG-LATE.
           IF WS-TOT-LATE > 0 THEN
              COMPUTE WS-AVG-LATE ROUNDED =
                  WS-TOT-LATE-MIN / WS-TOT-LATE
           END-IF.
           MOVE WS-AVG-LATE TO WS-DL-AVG-LATE.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           IF WS-DROPPED > 0 THEN
              MOVE SPACES TO REPORT-RECORD
              STRING WS-DROPPED DELIMITED BY SIZE
                  ' ENTRIES FOR RECIPIENTS OVER THE 200 LIMIT NOT '
                  DELIMITED BY SIZE
                  'SHOWN' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
