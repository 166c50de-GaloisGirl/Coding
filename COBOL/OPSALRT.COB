      * that feeds the on-call pager reads this one shape, and the
      * morning dashboard's verdict comes off it instead of
      * pattern-matching log prose.
      *
      * Each record carries a disposition the bridge pages on:
      *   N - new: pages
      *   A - acknowledged: an operator has acknowledged this
      *       program and subject in ALERTACK until a date not yet
      *       passed, so the repeat is recorded and folded into a
      *       count on the dashboard instead of paging again
      *   S - suppressed: raised inside an ALERTSUPP planned-outage
      *       window that covers the program and subject
      * Suppression is checked first; the record is written either
      * way, so nothing is lost from the feed.
      *
      * Every record is also stamped with the team ALERTROUTE sends
      * it to and the person ONCALLROSTER has on call for that team
      * right now (through ONCALL-01), and a new alert is queued in
      * NOTIFYQ as a PAGE to that person's contact -- the bridge
      * works the queue instead of ringing one phone for everything.
      * ONCLESC-01 adds ESCALATE entries to the same queue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTFILE ASSIGN TO WS-ALERT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACKFILE ASSIGN TO WS-ACK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-STATUS.
           SELECT SUPPFILE ASSIGN TO WS-SUPP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPP-STATUS.
           SELECT OPTIONAL NOTIFYFILE ASSIGN TO WS-NOTIFY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OPSALERT-MESSAGE PIC X(80).
           05 FILLER PIC X.
           05 OPSALERT-STAMP PIC X(14).
           05 FILLER PIC X.
      * The business night and chain cycle the alert belongs to; the
      * stamp before them stays the wall clock.
           05 OPSALERT-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 OPSALERT-CYCLE PIC 9.
           05 FILLER PIC X.
           05 OPSALERT-DISPOSITION PIC X.
      * Who the alert was routed to when it was filed.
           05 FILLER PIC X.
           05 OPSALERT-TEAM PIC X(8).
           05 FILLER PIC X.
           05 OPSALERT-PERSON PIC X(8).

      * One notification for the pager bridge: PAGE for a new alert,
      * ESCALATE when ONCLESC-01 sends an unacknowledged fatal page
      * on to the secondary; when it was queued, the alert's own
      * stamp, severity, program and subject, and who is to be
      * reached, where, with what message. A blank team or person
      * leaves the bridge to its default number.
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

      * One acknowledgement: the alert's program (1-14) and subject
      * (16-59), the last processing date it holds for (61-68), the
      * operator (70-77) and why (79-138).
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

      * One planned-outage window: program (1-14) and subject
      * (16-59), either blank for any; from and to as wall-clock
      * YYYYMMDDHHMM (61-72, 74-85), both ends included; the
      * operator (87-94) and why (96-155).
         FD SUPPFILE.
         01 SUPP-RECORD.
           05 SUPP-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 SUPP-SUBJECT PIC X(44).
           05 FILLER PIC X.
           05 SUPP-FROM PIC X(12).
           05 FILLER PIC X.
           05 SUPP-TO PIC X(12).
           05 FILLER PIC X.
           05 SUPP-USER PIC X(8).
           05 FILLER PIC X.
           05 SUPP-REASON PIC X(60).

       WORKING-STORAGE SECTION.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-ALERT-DSN PIC X(64) VALUE 'OPSALERT'.
         01 WS-ACK-DSN PIC X(64) VALUE 'ALERTACK'.
         01 WS-SUPP-DSN PIC X(64) VALUE 'ALERTSUPP'.
         01 ACK-STATUS PIC X(2) VALUE SPACES.
         01 SUPP-STATUS PIC X(2) VALUE SPACES.
         01 ACK-EOF PIC 9 VALUE 0.
         01 SUPP-EOF PIC 9 VALUE 0.
         01 WS-DISPOSITION PIC X VALUE 'N'.
         01 WS-NOTIFY-DSN PIC X(64) VALUE 'NOTIFYQ'.
         01 NOTIFY-STATUS PIC X(2) VALUE SPACES.
         COPY ONCALL.
         COPY ENVQ.
         COPY PROCDATE.

       LINKAGE SECTION.
         COPY OPSALERT.
       PROCEDURE DIVISION USING ALERT-PARMS.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE 'OPSALERT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ALERT-DSN.
           MOVE 'ALERTACK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ACK-DSN.
           MOVE 'ALERTSUPP' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SUPP-DSN.
           MOVE 'NOTIFYQ' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-NOTIFY-DSN.
           MOVE 'N' TO WS-DISPOSITION.
           PERFORM 002-CHECK-SUPPRESSION.
           IF WS-DISPOSITION = 'N' THEN
              PERFORM 004-CHECK-ACKNOWLEDGED
           END-IF.
           OPEN EXTEND ALERTFILE.
           MOVE SPACES TO OPSALERT-RECORD.
           MOVE ALERT-SEVERITY TO OPSALERT-SEVERITY.
           MOVE ALERT-SUBJECT TO OPSALERT-SUBJECT.
           MOVE ALERT-MESSAGE TO OPSALERT-MESSAGE.
           MOVE WS-TIMESTAMP(1:14) TO OPSALERT-STAMP.
           MOVE PROCDATE-DATE TO OPSALERT-RUN-DATE.
           MOVE PROCDATE-CYCLE TO OPSALERT-CYCLE.
           MOVE WS-DISPOSITION TO OPSALERT-DISPOSITION.
           MOVE ALERT-PROGRAM TO ONCALL-PROGRAM.
           MOVE ALERT-SUBJECT TO ONCALL-SUBJECT.
           MOVE ALERT-SEVERITY TO ONCALL-SEVERITY.
           MOVE WS-TIMESTAMP(1:14) TO ONCALL-STAMP.
           CALL 'ONCALL-01' USING ONCALL-PARMS.
           MOVE ONCALL-TEAM TO OPSALERT-TEAM.
           MOVE ONCALL-PERSON TO OPSALERT-PERSON.
           WRITE OPSALERT-RECORD.
           CLOSE ALERTFILE.
           IF WS-DISPOSITION = 'N' THEN
              PERFORM 006-QUEUE-PAGE
           END-IF.
           GOBACK.

      * A missing window file (status other than "00") suppresses
      * nothing.
       002-CHECK-SUPPRESSION.
           OPEN INPUT SUPPFILE.
           IF SUPP-STATUS NOT = "00" THEN
              CLOSE SUPPFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SUPP-EOF.
           PERFORM 003-READ-WINDOW UNTIL SUPP-EOF = 1.
           CLOSE SUPPFILE.

       003-READ-WINDOW.
           READ SUPPFILE
               AT END MOVE 1 TO SUPP-EOF
               NOT AT END
                  IF SUPP-FROM IS NUMERIC AND SUPP-TO IS NUMERIC AND
                      WS-TIMESTAMP(1:12) NOT < SUPP-FROM AND
                      WS-TIMESTAMP(1:12) NOT > SUPP-TO AND
                      (SUPP-PROGRAM = SPACES OR
                       SUPP-PROGRAM = ALERT-PROGRAM) AND
                      (SUPP-SUBJECT = SPACES OR
                       SUPP-SUBJECT = ALERT-SUBJECT) THEN
                     MOVE 'S' TO WS-DISPOSITION
                     MOVE 1 TO SUPP-EOF
                  END-IF
           END-READ.

      * An acknowledgement holds through its expiry date, judged by
      * the processing date the alert is filed under. A missing
      * file (status other than "00") acknowledges nothing.
       004-CHECK-ACKNOWLEDGED.
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
                  IF ACK-PROGRAM = ALERT-PROGRAM AND
                      ACK-SUBJECT = ALERT-SUBJECT AND
                      ACK-EXPIRY IS NUMERIC AND
                      ACK-EXPIRY NOT < PROCDATE-DATE THEN
                     MOVE 'A' TO WS-DISPOSITION
                     MOVE 1 TO ACK-EOF
                  END-IF
           END-READ.

       006-QUEUE-PAGE.
           OPEN EXTEND NOTIFYFILE.
           IF NOTIFY-STATUS NOT = "00" AND
               NOTIFY-STATUS NOT = "05" THEN
              DISPLAY 'OPSALRT-01: CANNOT OPEN NOTIFYQ, STATUS '
                  NOTIFY-STATUS ' - ' ALERT-PROGRAM ' NOT PAGED'
              CLOSE NOTIFYFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE 'PAGE' TO NOTIFY-KIND.
           MOVE WS-TIMESTAMP(1:14) TO NOTIFY-QUEUED.
           MOVE WS-TIMESTAMP(1:14) TO NOTIFY-ALERT-STAMP.
           MOVE ALERT-SEVERITY TO NOTIFY-SEVERITY.
           MOVE ALERT-PROGRAM TO NOTIFY-PROGRAM.
           MOVE ALERT-SUBJECT TO NOTIFY-SUBJECT.
           MOVE ONCALL-TEAM TO NOTIFY-TEAM.
           MOVE ONCALL-PERSON TO NOTIFY-PERSON.
           MOVE ONCALL-CONTACT TO NOTIFY-CONTACT.
           MOVE ALERT-MESSAGE TO NOTIFY-MESSAGE.
           WRITE NOTIFY-RECORD.
           CLOSE NOTIFYFILE.
