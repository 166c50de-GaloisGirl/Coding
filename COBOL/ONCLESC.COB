       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCLESC-01.
       AUTHOR. ANNA KOSIERADZKA.

      * On-call escalation: run every few minutes beside the bridge.
      * Each fatal PAGE in NOTIFYQ that has not been acknowledged in
      * ALERTACK and is older than its team's escalation interval
      * (from ONCALLROSTER, through ONCALL-01, as at the moment the
      * alert was raised) gets an ESCALATE entry to the team's
      * secondary and contact, once -- a page already escalated is
      * left alone on later runs. Warnings are never escalated.
      * What was escalated, and any overdue page with no secondary
      * on the roster, goes to ONCLESC-REPORT.
      *
      * NOTIFYQ only grows, so only pages still worth escalating are
      * held: a page older than the escalation horizon is past
      * escalating, and a page gives its slot back as soon as its
      * ESCALATE entry is read. More live pages than the table holds
      * is reported and turns the return code to a warning, rather
      * than escalation quietly stopping.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFYFILE ASSIGN TO WS-NOTIFY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIFY-STATUS.
           SELECT ACKFILE ASSIGN TO WS-ACK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The notification record OPSALRT-01 queues.
         FD NOTIFYFILE.
         01 NOTIFY-RECORD.
           05 NOTIFY-KIND PIC X(8).
           05 FILLER PIC X.
           05 NOTIFY-QUEUED PIC X(14).
           05 FILLER PIC X.
           05 NOTIFY-ALERT-STAMP PIC X(14).
           05 FILLER PIC X.
           05 NOTIFY-SEVERITY PIC X.
           05 FILLER PIC X.
           05 NOTIFY-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 NOTIFY-SUBJECT PIC X(44).
           05 FILLER PIC X.
           05 NOTIFY-TEAM PIC X(8).
           05 FILLER PIC X.
           05 NOTIFY-PERSON PIC X(8).
           05 FILLER PIC X.
           05 NOTIFY-CONTACT PIC X(30).
           05 FILLER PIC X.
           05 NOTIFY-MESSAGE PIC X(80).

      * The acknowledgement record OPSCON-01 writes.
         FD ACKFILE.
         01 ACK-RECORD.
           05 ACK-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 ACK-SUBJECT PIC X(44).
           05 FILLER PIC X.
           05 ACK-EXPIRY PIC X(8).
           05 FILLER PIC X.
           05 ACK-USER PIC X(8).
           05 FILLER PIC X.
           05 ACK-REASON PIC X(60).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 NOTIFY-STATUS PIC X(2) VALUE SPACES.
         01 ACK-STATUS PIC X(2) VALUE SPACES.
         01 NOTIFY-EOF PIC 9 VALUE 0.
         01 ACK-EOF PIC 9 VALUE 0.
         01 WS-NOTIFY-DSN PIC X(64) VALUE 'NOTIFYQ'.
         01 WS-ACK-DSN PIC X(64) VALUE 'ALERTACK'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'ONCLESC-REPORT'.
         COPY ENVQ.
         COPY ONCALL.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-IDX PIC 9(3) VALUE 0.
         01 WS-FOUND PIC 9(3) VALUE 0.
         01 WS-AGE-MINUTES PIC S9(9) VALUE 0.
         01 WS-ACKED PIC X VALUE 'N'.
         01 WS-ESCALATED-COUNT PIC 9(4) VALUE 0.
         01 WS-UNCOVERED-COUNT PIC 9(4) VALUE 0.
         01 WS-WAITING-COUNT PIC 9(4) VALUE 0.
         01 WS-OVERFLOW-COUNT PIC 9(4) VALUE 0.
      * Days back a fatal page is still escalated; anything older
      * has long since been seen to, one way or another.
         01 WS-HORIZON-DAYS PIC 9(3) VALUE 3.
         01 WS-TODAY-INT PIC 9(7) VALUE 0.
         01 WS-PAGE-INT PIC 9(7) VALUE 0.
      * The fatal pages in the queue; an ESCALATE entry further down
      * marks its page as already escalated.
         01 WS-PAGE-COUNT PIC 9(3) VALUE 0.
         01 WS-PAGE-TABLE.
           05 WS-PAGE OCCURS 500 TIMES.
             10 WS-PAGE-STAMP PIC X(14).
             10 WS-PAGE-PROGRAM PIC X(14).
             10 WS-PAGE-SUBJECT PIC X(44).
             10 WS-PAGE-MESSAGE PIC X(80).
             10 WS-PAGE-ESCALATED PIC X.
      * Acknowledgements in force, as program, subject and expiry.
         01 WS-ACK-COUNT PIC 9(3) VALUE 0.
         01 WS-ACK-TABLE.
           05 WS-ACK OCCURS 500 TIMES.
             10 WS-ACK-PROGRAM PIC X(14).
             10 WS-ACK-SUBJECT PIC X(44).
             10 WS-ACK-EXPIRY PIC X(8).
         01 WS-DETAIL-LINE.
           05 WS-DL-ACTION PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-STAMP PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-PROGRAM PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-SUBJECT PIC X(44).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-TEAM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-PERSON PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-MINUTES PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'NOTIFYQ' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-NOTIFY-DSN.
           MOVE 'ALERTACK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ACK-DSN.
           MOVE 'ONCLESC-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TIMESTAMP(1:8))).
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ONCLESC-01: FATAL PAGES CHECKED AT '
               DELIMITED BY SIZE
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN INPUT NOTIFYFILE.
           IF NOTIFY-STATUS NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'ONCLESC-01: CANNOT OPEN NOTIFYQ, STATUS '
                  DELIMITED BY SIZE
                  NOTIFY-STATUS DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE NOTIFYFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO NOTIFY-EOF.
           PERFORM 002-READ-NOTIFY UNTIL NOTIFY-EOF = 1.
           CLOSE NOTIFYFILE.
           IF WS-OVERFLOW-COUNT > 0 THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'ONCLESC-01: PAGE TABLE FULL - ' DELIMITED BY SIZE
                  WS-OVERFLOW-COUNT DELIMITED BY SIZE
                  ' FATAL PAGE(S) NOT CHECKED' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.
           PERFORM 004-LOAD-ACKS.
           OPEN EXTEND NOTIFYFILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PAGE-COUNT
              IF WS-PAGE-ESCALATED(WS-IDX) = 'N' THEN
                 PERFORM 006-CHECK-PAGE
              END-IF
           END-PERFORM.
           CLOSE NOTIFYFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ONCLESC-01: ESCALATED ' DELIMITED BY SIZE
               WS-ESCALATED-COUNT DELIMITED BY SIZE
               '  NO SECONDARY ' DELIMITED BY SIZE
               WS-UNCOVERED-COUNT DELIMITED BY SIZE
               '  STILL WITH PRIMARY ' DELIMITED BY SIZE
               WS-WAITING-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
           IF WS-ESCALATED-COUNT > 0 OR WS-UNCOVERED-COUNT > 0 OR
               WS-OVERFLOW-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       002-READ-NOTIFY.
           READ NOTIFYFILE
               AT END MOVE 1 TO NOTIFY-EOF
               NOT AT END
                  EVALUATE NOTIFY-KIND
                   WHEN 'PAGE'
                     IF NOTIFY-SEVERITY = 'F' THEN
                        PERFORM 003-HOLD-PAGE
                     END-IF
                   WHEN 'ESCALATE'
                     PERFORM 008-FIND-HELD-PAGE
                     IF WS-FOUND > 0 THEN
                        PERFORM 009-RELEASE-PAGE
                     END-IF
                  END-EVALUATE
           END-READ.

      * A page past the horizon, or one already held (the same alert
      * queued twice), takes no slot.
       003-HOLD-PAGE.
           IF NOTIFY-ALERT-STAMP(1:8) IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PAGE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(NOTIFY-ALERT-STAMP(1:8))).
           IF WS-PAGE-INT + WS-HORIZON-DAYS < WS-TODAY-INT THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 008-FIND-HELD-PAGE.
           IF WS-FOUND > 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-PAGE-COUNT NOT < 500 THEN
              ADD 1 TO WS-OVERFLOW-COUNT
              DISPLAY 'ONCLESC-01: MORE THAN 500 FATAL PAGES QUEUED - '
                  NOTIFY-PROGRAM ' ' NOTIFY-ALERT-STAMP ' NOT CHECKED'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE NOTIFY-ALERT-STAMP TO WS-PAGE-STAMP(WS-PAGE-COUNT).
           MOVE NOTIFY-PROGRAM TO WS-PAGE-PROGRAM(WS-PAGE-COUNT).
           MOVE NOTIFY-SUBJECT TO WS-PAGE-SUBJECT(WS-PAGE-COUNT).
           MOVE NOTIFY-MESSAGE TO WS-PAGE-MESSAGE(WS-PAGE-COUNT).
           MOVE 'N' TO WS-PAGE-ESCALATED(WS-PAGE-COUNT).

      * A missing acknowledgement file (status other than "00")
      * acknowledges nothing.
       004-LOAD-ACKS.
           MOVE 0 TO WS-ACK-COUNT.
           OPEN INPUT ACKFILE.
           IF ACK-STATUS NOT = "00" THEN
              CLOSE ACKFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ACK-EOF.
           PERFORM 005-READ-ACK UNTIL ACK-EOF = 1.
           CLOSE ACKFILE.

       005-READ-ACK.
           READ ACKFILE
               AT END MOVE 1 TO ACK-EOF
               NOT AT END
                  IF ACK-EXPIRY IS NUMERIC AND WS-ACK-COUNT < 500 THEN
                     ADD 1 TO WS-ACK-COUNT
                     MOVE ACK-PROGRAM TO WS-ACK-PROGRAM(WS-ACK-COUNT)
                     MOVE ACK-SUBJECT TO WS-ACK-SUBJECT(WS-ACK-COUNT)
                     MOVE ACK-EXPIRY TO WS-ACK-EXPIRY(WS-ACK-COUNT)
                  END-IF
           END-READ.

      * A page is acknowledged by an ALERTACK entry for its program
      * and subject still in force on the day it was raised. The
      * team, secondary and interval are the roster's as at the
      * alert, so a shift change does not restart the clock.
       006-CHECK-PAGE.
           MOVE 'N' TO WS-ACKED.
           PERFORM VARYING WS-FOUND FROM 1 BY 1
               UNTIL WS-FOUND > WS-ACK-COUNT
              IF WS-ACK-PROGRAM(WS-FOUND) = WS-PAGE-PROGRAM(WS-IDX) AND
                  WS-ACK-SUBJECT(WS-FOUND) = WS-PAGE-SUBJECT(WS-IDX)
                  AND WS-ACK-EXPIRY(WS-FOUND) NOT <
                  WS-PAGE-STAMP(WS-IDX)(1:8) THEN
                 MOVE 'Y' TO WS-ACKED
              END-IF
           END-PERFORM.
           IF WS-ACKED = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-PAGE-STAMP(WS-IDX)(1:12) IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TIMESTAMP(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-PAGE-STAMP(WS-IDX)(1:8)))) * 1440
               + FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-TIMESTAMP(11:2))
               - FUNCTION NUMVAL(WS-PAGE-STAMP(WS-IDX)(9:2)) * 60
               - FUNCTION NUMVAL(WS-PAGE-STAMP(WS-IDX)(11:2)).
           MOVE WS-PAGE-PROGRAM(WS-IDX) TO ONCALL-PROGRAM.
           MOVE WS-PAGE-SUBJECT(WS-IDX) TO ONCALL-SUBJECT.
           MOVE 'F' TO ONCALL-SEVERITY.
           MOVE WS-PAGE-STAMP(WS-IDX) TO ONCALL-STAMP.
           CALL 'ONCALL-01' USING ONCALL-PARMS.
           IF WS-AGE-MINUTES < ONCALL-ESCALATE-MINUTES THEN
              ADD 1 TO WS-WAITING-COUNT
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-PAGE-STAMP(WS-IDX) TO WS-DL-STAMP.
           MOVE WS-PAGE-PROGRAM(WS-IDX) TO WS-DL-PROGRAM.
           MOVE WS-PAGE-SUBJECT(WS-IDX) TO WS-DL-SUBJECT.
           MOVE ONCALL-TEAM TO WS-DL-TEAM.
           MOVE WS-AGE-MINUTES TO WS-DL-MINUTES.
           IF ONCALL-SECONDARY = SPACES THEN
              MOVE 'NO SECONDARY' TO WS-DL-ACTION
              MOVE SPACES TO WS-DL-PERSON
              MOVE WS-DETAIL-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              ADD 1 TO WS-UNCOVERED-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM 007-QUEUE-ESCALATION.

       007-QUEUE-ESCALATION.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE 'ESCALATE' TO NOTIFY-KIND.
           MOVE WS-TIMESTAMP(1:14) TO NOTIFY-QUEUED.
           MOVE WS-PAGE-STAMP(WS-IDX) TO NOTIFY-ALERT-STAMP.
           MOVE 'F' TO NOTIFY-SEVERITY.
           MOVE WS-PAGE-PROGRAM(WS-IDX) TO NOTIFY-PROGRAM.
           MOVE WS-PAGE-SUBJECT(WS-IDX) TO NOTIFY-SUBJECT.
           MOVE ONCALL-TEAM TO NOTIFY-TEAM.
           MOVE ONCALL-SECONDARY TO NOTIFY-PERSON.
           MOVE ONCALL-SECONDARY-CONTACT TO NOTIFY-CONTACT.
           MOVE WS-PAGE-MESSAGE(WS-IDX) TO NOTIFY-MESSAGE.
           WRITE NOTIFY-RECORD.
           MOVE 'Y' TO WS-PAGE-ESCALATED(WS-IDX).
           ADD 1 TO WS-ESCALATED-COUNT.
           MOVE 'ESCALATED' TO WS-DL-ACTION.
           MOVE ONCALL-SECONDARY TO WS-DL-PERSON.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * The held page the current NOTIFYQ entry is about, 0 if none.
       008-FIND-HELD-PAGE.
           PERFORM VARYING WS-FOUND FROM 1 BY 1
               UNTIL WS-FOUND > WS-PAGE-COUNT
              IF WS-PAGE-STAMP(WS-FOUND) = NOTIFY-ALERT-STAMP AND
                  WS-PAGE-PROGRAM(WS-FOUND) = NOTIFY-PROGRAM AND
                  WS-PAGE-SUBJECT(WS-FOUND) = NOTIFY-SUBJECT THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND > WS-PAGE-COUNT THEN
              MOVE 0 TO WS-FOUND
           END-IF.

      * An escalated page needs nothing more: the last held page
      * takes its slot.
       009-RELEASE-PAGE.
           IF WS-FOUND < WS-PAGE-COUNT THEN
              MOVE WS-PAGE(WS-PAGE-COUNT) TO WS-PAGE(WS-FOUND)
           END-IF.
           SUBTRACT 1 FROM WS-PAGE-COUNT.
