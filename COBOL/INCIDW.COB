       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Incident register writer: JOBCTL-01 calls this when a step
      * fails for good or the chain stops short, and it opens the
      * next numbered incident in INCIDENTS with what the chain knew
      * -- step, program, final return code, the return code of each
      * failed attempt -- plus up to five OPSALERT records raised
      * about the step since it started, so the morning's owner sees
      * the checker findings beside the failure. INCMNT-01 carries
      * the incident on from there; the dashboard lists it while it
      * stays open, and INCRPT-01 counts it for the month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCFILE ASSIGN TO WS-INCIDENTS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INC-NUMBER
           FILE STATUS IS INC-STATUS-CODE.
           SELECT ALERTFILE ASSIGN TO WS-ALERT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD INCFILE.
         COPY INCREC.

      * The fixed alert record OPSALRT-01 writes.
         FD ALERTFILE.
         01 OPSALERT-RECORD.
           05 OPSALERT-SEVERITY PIC X.
           05 FILLER PIC X.
           05 OPSALERT-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 OPSALERT-SUBJECT PIC X(44).
           05 FILLER PIC X.
           05 OPSALERT-MESSAGE PIC X(80).
           05 FILLER PIC X.
           05 OPSALERT-STAMP PIC X(14).
           05 FILLER PIC X.
           05 OPSALERT-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 OPSALERT-CYCLE PIC X.
           05 FILLER PIC X.
           05 OPSALERT-DISPOSITION PIC X.
           05 FILLER PIC X.
           05 OPSALERT-TEAM PIC X(8).
           05 FILLER PIC X.
           05 OPSALERT-PERSON PIC X(8).

       WORKING-STORAGE SECTION.
         01 INC-STATUS-CODE PIC X(2) VALUE SPACES.
         01 ALERT-STATUS PIC X(2) VALUE SPACES.
         01 ALERT-EOF PIC 9 VALUE 0.
         01 WS-INCIDENTS-DSN PIC X(64) VALUE 'INCIDENTS'.
         01 WS-ALERT-DSN PIC X(64) VALUE 'OPSALERT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-RUN-DATE PIC X(8) VALUE SPACES.
         01 WS-RUN-CYCLE PIC X VALUE SPACES.
         01 WS-NEXT-NUMBER PIC 9(6) VALUE 0.
         01 WS-IDX PIC 9(2) VALUE 0.
      * The alerts held for the incident while OPSALERT is read; the
      * record area is not built until the number is known.
         01 WS-LINK-TABLE.
           05 WS-LINK OCCURS 5 TIMES.
             10 WS-LINK-SEVERITY PIC X.
             10 WS-LINK-PROGRAM PIC X(14).
             10 WS-LINK-STAMP PIC X(14).
             10 WS-LINK-MESSAGE PIC X(80).
         01 WS-LINK-COUNT PIC 9(2) VALUE 0.

       LINKAGE SECTION.
         COPY INCIDENT.

       PROCEDURE DIVISION USING INCIDENT-PARMS.
       001-MAIN.
           MOVE 0 TO INCIDENT-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           MOVE PROCDATE-CYCLE TO WS-RUN-CYCLE.
           MOVE 'INCIDENTS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INCIDENTS-DSN.
           MOVE 'OPSALERT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ALERT-DSN.
           PERFORM 002-LINK-ALERTS.
      * First writer creates the register (status 35 on the I-O open
      * just means none exists yet).
           OPEN I-O INCFILE.
           IF INC-STATUS-CODE = "35" THEN
              OPEN OUTPUT INCFILE
              CLOSE INCFILE
              OPEN I-O INCFILE
           END-IF.
           IF INC-STATUS-CODE NOT = "00" THEN
              DISPLAY 'INCIDENT-01: CANNOT OPEN INCIDENTS, STATUS '
                  INC-STATUS-CODE ' - ' INCIDENT-STEP
                  ' NOT REGISTERED'
              CLOSE INCFILE
              GOBACK
           END-IF.
           PERFORM 004-TAKE-NUMBER.
           IF WS-NEXT-NUMBER = 0 THEN
              CLOSE INCFILE
              GOBACK
           END-IF.
           PERFORM 005-BUILD-INCIDENT.
           WRITE INCIDENT-RECORD
              INVALID KEY
                 DISPLAY 'INCIDENT-01: INCIDENT ' WS-NEXT-NUMBER
                     ' ALREADY ON FILE - ' INCIDENT-STEP
                     ' NOT REGISTERED'
              NOT INVALID KEY
                 MOVE WS-NEXT-NUMBER TO INCIDENT-NUMBER
           END-WRITE.
           CLOSE INCFILE.
           GOBACK.

      * The step's own alerts from this run date and cycle, raised
      * at or after INCIDENT-SINCE: those naming the step (the
      * chain's STEP FAILED alert) and those the step's program
      * wrote itself. A missing feed (status other than "00") links
      * none.
       002-LINK-ALERTS.
           MOVE 0 TO WS-LINK-COUNT.
           OPEN INPUT ALERTFILE.
           IF ALERT-STATUS NOT = "00" THEN
              CLOSE ALERTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ALERT-EOF.
           PERFORM 003-READ-ALERT UNTIL ALERT-EOF = 1.
           CLOSE ALERTFILE.

       003-READ-ALERT.
           READ ALERTFILE
               AT END MOVE 1 TO ALERT-EOF
               NOT AT END
                  IF OPSALERT-RUN-DATE = WS-RUN-DATE AND
                      OPSALERT-CYCLE = WS-RUN-CYCLE AND
                      OPSALERT-STAMP NOT < INCIDENT-SINCE AND
                      (OPSALERT-SUBJECT = INCIDENT-STEP OR
                       OPSALERT-PROGRAM = INCIDENT-PROGRAM) AND
                      WS-LINK-COUNT < 5 THEN
                     ADD 1 TO WS-LINK-COUNT
                     MOVE OPSALERT-SEVERITY
                         TO WS-LINK-SEVERITY(WS-LINK-COUNT)
                     MOVE OPSALERT-PROGRAM
                         TO WS-LINK-PROGRAM(WS-LINK-COUNT)
                     MOVE OPSALERT-STAMP
                         TO WS-LINK-STAMP(WS-LINK-COUNT)
                     MOVE OPSALERT-MESSAGE
                         TO WS-LINK-MESSAGE(WS-LINK-COUNT)
                  END-IF
           END-READ.

      * The control record under key 000000 carries the last number
      * handed out; the first incident creates it.
       004-TAKE-NUMBER.
           MOVE 0 TO WS-NEXT-NUMBER.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE 0 TO INCCTL-KEY.
           READ INCFILE
              INVALID KEY
                 MOVE 0 TO INCCTL-KEY
                 MOVE 1 TO INCCTL-LAST-NUMBER
                 WRITE INCIDENT-CONTROL-RECORD
                    INVALID KEY
                       DISPLAY 'INCIDENT-01: CANNOT NUMBER INCIDENTS,'
                           ' STATUS ' INC-STATUS-CODE
                       EXIT PARAGRAPH
                 END-WRITE
              NOT INVALID KEY
                 IF INCCTL-LAST-NUMBER IS NOT NUMERIC THEN
                    MOVE 0 TO INCCTL-LAST-NUMBER
                 END-IF
                 ADD 1 TO INCCTL-LAST-NUMBER
                 REWRITE INCIDENT-CONTROL-RECORD
                    INVALID KEY
                       DISPLAY 'INCIDENT-01: CANNOT NUMBER INCIDENTS,'
                           ' STATUS ' INC-STATUS-CODE
                       EXIT PARAGRAPH
                 END-REWRITE
           END-READ.
           MOVE INCCTL-LAST-NUMBER TO WS-NEXT-NUMBER.

       005-BUILD-INCIDENT.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE WS-NEXT-NUMBER TO INC-NUMBER.
           SET INC-OPEN TO TRUE.
           MOVE INCIDENT-KIND TO INC-KIND.
           MOVE WS-RUN-DATE TO INC-RUN-DATE.
           MOVE WS-RUN-CYCLE TO INC-CYCLE.
           MOVE INCIDENT-STEP TO INC-STEP.
           MOVE INCIDENT-PROGRAM TO INC-PROGRAM.
           MOVE INCIDENT-RC TO INC-RC.
           MOVE INCIDENT-REASON TO INC-REASON.
           MOVE WS-TIMESTAMP(1:14) TO INC-OPENED.
           MOVE INCIDENT-ATTEMPTS TO INC-ATTEMPT-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
              IF WS-IDX > INCIDENT-ATTEMPTS THEN
                 MOVE 0 TO INC-ATTEMPT-RC(WS-IDX)
              ELSE
                 MOVE INCIDENT-ATTEMPT-RC(WS-IDX)
                     TO INC-ATTEMPT-RC(WS-IDX)
              END-IF
           END-PERFORM.
           MOVE WS-LINK-COUNT TO INC-ALERT-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LINK-COUNT
              MOVE WS-LINK(WS-IDX) TO INC-ALERT(WS-IDX)
           END-PERFORM.
           MOVE 0 TO INC-NOTE-COUNT.
