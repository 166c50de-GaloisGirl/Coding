       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQDESK-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Business request desk: one intake for the on-demand queries
      * the business asks of the batch. Each REQQUEUE line is one
      * request:
      *   columns  1-8   requester
      *   columns 10-21  request type
      *   columns 23-80  arguments, separated by spaces
      * and the desk knows which program answers which type, what
      * control records it wants and where it writes its answer:
      *   BAG-QUERY    D07QRY-01      operation and bag colour
      *                               (CONTAINS-ME, CONTAINED-BY or
      *                               BAG-COUNT, then the colour)
      *   BOX-QUERY    AOC-2021-22-1  x1 x2 y1 y2 z1 z2
      *   ROUTE-QUERY  AOC-2021-15-2  start row and column, end row
      *                               and column, 1 to 500
      *   MILESTONE    AOC-2020-15-2  up to six turns
      * A request is checked before anything runs. A good one has
      * its control records written in place of the program's live
      * control file, the program is CALLed, and its answer file is
      * copied into the requester's response file REQRESP.<requester>
      * under a header naming the request. The live control and
      * answer files are put back afterwards, as REHRSL-01 does, so
      * the nightly run finds them as it left them. So is any other
      * live file the program rewrites as it runs (BOX-QUERY's
      * AOC-2021-22-1 rewrites its D22ASTEPS step ledger).
      *
      * Every request is logged in REQLOG as RECEIVED, then as
      * ANSWERED or REJECTED with the reason; the requester's
      * response says the same. A program that ends 8 or worse has
      * its request rejected with the return code.
      *
      * The queue is consumed once worked. While the chain holds its
      * run lock nothing is run and the queue waits for the next
      * pass, since the programs would be reading the control files
      * the chain is using.
      *
      * Return code 0 when every request was answered, 4 when any
      * was rejected or the queue was left waiting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUEFILE ASSIGN TO WS-QUEUE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-STATUS.
           SELECT OPTIONAL LOGFILE ASSIGN TO WS-LOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.
           SELECT OPTIONAL RESPFILE ASSIGN TO WS-RESP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESP-STATUS.
           SELECT CTLOUTFILE ASSIGN TO WS-CTLOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLOUT-STATUS.
           SELECT ANSWERFILE ASSIGN TO WS-ANSWER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANSWER-STATUS.
           SELECT COPYINFILE ASSIGN TO WS-COPY-FROM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYIN-STATUS.
           SELECT COPYOUTFILE ASSIGN TO WS-COPY-TO
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCKFILE ASSIGN TO WS-LOCK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STATUS.
           SELECT CKPTFILE ASSIGN TO "D15CKPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD QUEUEFILE.
         01 QUEUE-RECORD.
           05 QUEUE-REQUESTER PIC X(8).
           05 FILLER PIC X.
           05 QUEUE-TYPE PIC X(12).
           05 FILLER PIC X.
           05 QUEUE-ARGS PIC X(58).

         FD LOGFILE.
         01 LOG-RECORD PIC X(160).

         FD RESPFILE.
         01 RESP-RECORD PIC X(200).

         FD CTLOUTFILE.
         01 CTLOUT-RECORD PIC X(80).

         FD ANSWERFILE.
         01 ANSWER-RECORD PIC X(200).

         FD COPYINFILE.
         01 COPYIN-RECORD PIC X(2000).

         FD COPYOUTFILE.
         01 COPYOUT-RECORD PIC X(2000).

      * The layout JOBCTL-01 writes.
         FD LOCKFILE.
         01 LOCK-RECORD.
           05 LOCK-OWNER PIC X(14).
           05 FILLER PIC X.
           05 LOCK-STAMP PIC X(14).

         FD CKPTFILE.
         01 CKPT-RECORD PIC X(60).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 QUEUE-STATUS PIC X(2) VALUE SPACES.
         01 LOG-STATUS PIC X(2) VALUE SPACES.
         01 RESP-STATUS PIC X(2) VALUE SPACES.
         01 CTLOUT-STATUS PIC X(2) VALUE SPACES.
         01 ANSWER-STATUS PIC X(2) VALUE SPACES.
         01 COPYIN-STATUS PIC X(2) VALUE SPACES.
         01 LOCK-STATUS PIC X(2) VALUE SPACES.
         01 CKPT-STATUS PIC X(2) VALUE SPACES.
         01 QUEUE-EOF PIC 9 VALUE 0.
         01 ANSWER-EOF PIC 9 VALUE 0.
         01 COPYIN-EOF PIC 9 VALUE 0.
         01 WS-QUEUE-DSN PIC X(64) VALUE 'REQQUEUE'.
         01 WS-LOG-DSN PIC X(64) VALUE 'REQLOG'.
         01 WS-RESP-DSN PIC X(64) VALUE SPACES.
         01 WS-CTLOUT-DSN PIC X(64) VALUE SPACES.
         01 WS-ANSWER-DSN PIC X(64) VALUE SPACES.
         01 WS-LOCK-DSN PIC X(64) VALUE 'RUNLOCK'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'REQDESK-REPORT'.
         01 WS-COPY-FROM PIC X(64) VALUE SPACES.
         01 WS-COPY-TO PIC X(64) VALUE SPACES.
         01 WS-SAVE-NAME PIC X(64) VALUE 'REQDESK-SAVE'.
         01 WS-KEEP-NAME PIC X(64) VALUE 'REQDESK-KEEP'.
         01 WS-SIDE-NAME PIC X(64) VALUE 'REQDESK-SIDE'.
         COPY ENVQ.
         01 WS-NOW PIC X(14) VALUE SPACES.
         01 WS-STAMP PIC X(14) VALUE SPACES.
         01 WS-RC PIC 9 VALUE 0.
      * Y when the copy found its source on file.
         01 WS-COPIED PIC X VALUE 'N'.
         01 WS-CTL-SAVED PIC X VALUE 'N'.
         01 WS-ANS-KEPT PIC X VALUE 'N'.
         01 WS-SIDE-SAVED PIC X VALUE 'N'.
      * What answers what. BAG-QUERY's files go through ENVQ-01 as
      * D07QRY-01 names its own; the others are named as their
      * programs name them. The side file is a live file the
      * program rewrites besides its answer, saved and put back the
      * same way.
         01 WS-TARGET-COUNT PIC 9 VALUE 4.
         01 WS-TARGET-TABLE.
           05 WS-TGT OCCURS 4 TIMES.
             10 WS-TGT-TYPE PIC X(12).
             10 WS-TGT-PROGRAM PIC X(14).
             10 WS-TGT-CONTROL PIC X(64).
             10 WS-TGT-ANSWER PIC X(64).
             10 WS-TGT-SIDE PIC X(64).
         01 WS-TGT-IDX PIC 9 VALUE 0.
      * The request in hand.
         01 WS-SEQ PIC 9(4) VALUE 0.
         01 WS-REQ-ID PIC X(19) VALUE SPACES.
         01 WS-REASON PIC X(60) VALUE SPACES.
         01 WS-STATE PIC X(8) VALUE SPACES.
         01 WS-RUN-RC PIC 9(4) VALUE 0.
         01 WS-ANSWER-LINES PIC 9(6) VALUE 0.
         01 WS-CTL-COUNT PIC 9 VALUE 0.
         01 WS-CTL-LINE PIC X(80) OCCURS 6 TIMES.
      * The arguments split into words.
         01 WS-ARG-PTR PIC 9(3) VALUE 0.
         01 WS-WORD-COUNT PIC 9(2) VALUE 0.
         01 WS-WORD PIC X(12) OCCURS 9 TIMES.
         01 WS-W PIC 9(2) VALUE 0.
         01 WS-BAG-OP PIC X(12) VALUE SPACES.
         01 WS-BAG-COLOR PIC X(58) VALUE SPACES.
         01 WS-NUM-OK PIC X VALUE 'N'.
         01 WS-NUM-LEN PIC 9(2) VALUE 0.
         01 WS-NUM-START PIC 9(2) VALUE 0.
         01 WS-NUM-DIGITS PIC 9(2) VALUE 0.
         01 WS-NUM-VALUE PIC S9(9) VALUE 0.
         01 WS-NUMS PIC S9(9) OCCURS 9 TIMES.
         01 WS-ROUTE-NUM PIC 9(3) OCCURS 4 TIMES.
         01 WS-TURN PIC 9(8) VALUE 0.
         01 WS-BLANKS PIC 9(2) VALUE 0.
      * Desk totals.
         01 WS-RECEIVED PIC 9(4) VALUE 0.
         01 WS-ANSWERED PIC 9(4) VALUE 0.
         01 WS-REJECTED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE 'REQQUEUE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-QUEUE-DSN.
           MOVE 'REQLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LOG-DSN.
           MOVE 'RUNLOCK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LOCK-DSN.
           MOVE 'REQDESK-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           MOVE 'REQDESK-SAVE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SAVE-NAME.
           MOVE 'REQDESK-KEEP' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-KEEP-NAME.
           MOVE 'REQDESK-SIDE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SIDE-NAME.
           PERFORM 002-LOAD-TARGETS.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REQDESK-01: REQUEST DESK ' DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN INPUT LOCKFILE.
           IF LOCK-STATUS = "00" THEN
              READ LOCKFILE
                 AT END MOVE SPACES TO LOCK-RECORD
              END-READ
              CLOSE LOCKFILE
              MOVE SPACES TO REPORT-RECORD
              STRING 'REQDESK-01: RUN LOCK HELD BY ' DELIMITED BY SIZE
                  LOCK-OWNER DELIMITED BY SPACE
                  ' SINCE ' DELIMITED BY SIZE
                  LOCK-STAMP DELIMITED BY SIZE
                  ' - QUEUE LEFT FOR THE NEXT PASS' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE REPORTFILE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE LOCKFILE.
           OPEN INPUT QUEUEFILE.
           IF QUEUE-STATUS NOT = "00" THEN
              MOVE 'REQDESK-01: NO REQQUEUE ON FILE - NO REQUESTS'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE QUEUEFILE
              CLOSE REPORTFILE
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND LOGFILE.
           MOVE 0 TO QUEUE-EOF.
           PERFORM 003-READ-QUEUE UNTIL QUEUE-EOF = 1.
           CLOSE LOGFILE.
           CLOSE QUEUEFILE.
      * Worked: the queue is consumed, every request being in the
      * log with its arguments.
           DELETE FILE QUEUEFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REQDESK-01: ' DELIMITED BY SIZE
               WS-RECEIVED DELIMITED BY SIZE
               ' REQUEST(S) RECEIVED, ' DELIMITED BY SIZE
               WS-ANSWERED DELIMITED BY SIZE
               ' ANSWERED, ' DELIMITED BY SIZE
               WS-REJECTED DELIMITED BY SIZE
               ' REJECTED' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       002-LOAD-TARGETS.
           MOVE SPACES TO WS-TARGET-TABLE.
           MOVE 'BAG-QUERY' TO WS-TGT-TYPE(1).
           MOVE 'D07QRY-01' TO WS-TGT-PROGRAM(1).
           MOVE 'D07QUERY' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TGT-CONTROL(1).
           MOVE 'D07ANSWERS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TGT-ANSWER(1).
           MOVE 'BOX-QUERY' TO WS-TGT-TYPE(2).
           MOVE 'AOC-2021-22-1' TO WS-TGT-PROGRAM(2).
           MOVE 'D22APARM' TO WS-TGT-CONTROL(2).
           MOVE 'D22AQUERY' TO WS-TGT-ANSWER(2).
           MOVE 'D22ASTEPS' TO WS-TGT-SIDE(2).
           MOVE 'ROUTE-QUERY' TO WS-TGT-TYPE(3).
           MOVE 'AOC-2021-15-2' TO WS-TGT-PROGRAM(3).
           MOVE 'D15BPARM' TO WS-TGT-CONTROL(3).
           MOVE 'D15BROUTE' TO WS-TGT-ANSWER(3).
           MOVE 'MILESTONE' TO WS-TGT-TYPE(4).
           MOVE 'AOC-2020-15-2' TO WS-TGT-PROGRAM(4).
           MOVE 'D15MILESTONES' TO WS-TGT-CONTROL(4).
           MOVE 'D15MILERPT' TO WS-TGT-ANSWER(4).

       003-READ-QUEUE.
           READ QUEUEFILE
               AT END MOVE 1 TO QUEUE-EOF
               NOT AT END
                  IF QUEUE-RECORD NOT = SPACES AND
                      QUEUE-RECORD(1:2) NOT = '**' THEN
                     PERFORM 010-HANDLE-REQUEST
                  END-IF
           END-READ.

      * One request from received to answered or rejected.
       010-HANDLE-REQUEST.
           ADD 1 TO WS-SEQ.
           ADD 1 TO WS-RECEIVED.
           MOVE SPACES TO WS-REQ-ID.
           STRING WS-NOW DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-SEQ DELIMITED BY SIZE
               INTO WS-REQ-ID.
           MOVE 'RECEIVED' TO WS-STATE.
           MOVE QUEUE-ARGS TO WS-REASON.
           PERFORM 060-LOG-STATE.
           MOVE SPACES TO WS-REASON.
           MOVE 0 TO WS-RUN-RC.
           MOVE 0 TO WS-ANSWER-LINES.
           PERFORM 020-VALIDATE-REQUEST.
           PERFORM 070-OPEN-RESPONSE.
           IF WS-REASON = SPACES THEN
              PERFORM 040-RUN-TARGET
              IF WS-RUN-RC > 7 THEN
                 MOVE SPACES TO WS-REASON
                 STRING WS-TGT-PROGRAM(WS-TGT-IDX) DELIMITED BY SPACE
                     ' ENDED RC ' DELIMITED BY SIZE
                     WS-RUN-RC DELIMITED BY SIZE
                     INTO WS-REASON
              END-IF
           END-IF.
           IF WS-REASON = SPACES THEN
              MOVE 'ANSWERED' TO WS-STATE
              ADD 1 TO WS-ANSWERED
              STRING WS-ANSWER-LINES DELIMITED BY SIZE
                  ' ANSWER LINE(S), RC ' DELIMITED BY SIZE
                  WS-RUN-RC DELIMITED BY SIZE
                  INTO WS-REASON
           ELSE
              MOVE 'REJECTED' TO WS-STATE
              ADD 1 TO WS-REJECTED
              MOVE 4 TO WS-RC
           END-IF.
           MOVE SPACES TO RESP-RECORD.
           STRING 'END REQUEST ' DELIMITED BY SIZE
               WS-REQ-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-STATE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO RESP-RECORD.
           WRITE RESP-RECORD.
           CLOSE RESPFILE.
           PERFORM 060-LOG-STATE.

      * Checks the requester, the type and the arguments, and builds
      * the control records; a failed check leaves its reason.
       020-VALIDATE-REQUEST.
           MOVE 0 TO WS-CTL-COUNT.
           MOVE 0 TO WS-TGT-IDX.
           MOVE 0 TO WS-BLANKS.
           INSPECT QUEUE-REQUESTER TALLYING WS-BLANKS
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF QUEUE-REQUESTER = SPACES THEN
              MOVE 'NO REQUESTER' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-BLANKS < 8 THEN
              IF QUEUE-REQUESTER(WS-BLANKS + 1:) NOT = SPACES THEN
                 MOVE 'REQUESTER IS NOT ONE WORD' TO WS-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM VARYING WS-W FROM 1 BY 1
               UNTIL WS-W > WS-TARGET-COUNT
              IF WS-TGT-TYPE(WS-W) = QUEUE-TYPE THEN
                 MOVE WS-W TO WS-TGT-IDX
              END-IF
           END-PERFORM.
           IF WS-TGT-IDX = 0 THEN
              MOVE 'UNKNOWN REQUEST TYPE' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM 021-SPLIT-ARGS.
           IF WS-WORD-COUNT = 0 THEN
              MOVE 'NO ARGUMENTS' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-TGT-IDX
              WHEN 1
                 PERFORM 022-CHECK-BAG
              WHEN 2
                 PERFORM 023-CHECK-BOX
              WHEN 3
                 PERFORM 024-CHECK-ROUTE
              WHEN 4
                 PERFORM 025-CHECK-MILESTONE
           END-EVALUATE.

       021-SPLIT-ARGS.
           MOVE 0 TO WS-WORD-COUNT.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 9
              MOVE SPACES TO WS-WORD(WS-W)
           END-PERFORM.
           IF QUEUE-ARGS = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ARG-PTR FROM 1 BY 1
               UNTIL QUEUE-ARGS(WS-ARG-PTR:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           UNSTRING QUEUE-ARGS DELIMITED BY ALL SPACE
               INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
                    WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
                    WS-WORD(9)
               WITH POINTER WS-ARG-PTR
               TALLYING IN WS-WORD-COUNT
           END-UNSTRING.

      * The operation, then the colour as the rest of the line.
       022-CHECK-BAG.
           MOVE SPACES TO WS-BAG-OP WS-BAG-COLOR.
           PERFORM VARYING WS-ARG-PTR FROM 1 BY 1
               UNTIL QUEUE-ARGS(WS-ARG-PTR:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           UNSTRING QUEUE-ARGS DELIMITED BY ALL SPACE
               INTO WS-BAG-OP
               WITH POINTER WS-ARG-PTR
           END-UNSTRING.
           IF WS-BAG-OP NOT = 'CONTAINS-ME' AND
               WS-BAG-OP NOT = 'CONTAINED-BY' AND
               WS-BAG-OP NOT = 'BAG-COUNT' THEN
              MOVE 'NOT CONTAINS-ME, CONTAINED-BY OR BAG-COUNT'
                  TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-PTR < 59 THEN
              MOVE QUEUE-ARGS(WS-ARG-PTR:) TO WS-BAG-COLOR
           END-IF.
           IF WS-BAG-COLOR = SPACES THEN
              MOVE 'NO BAG COLOUR GIVEN' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-BAG-COLOR(33:) NOT = SPACES THEN
              MOVE 'BAG COLOUR LONGER THAN 32 CHARACTERS'
                  TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-CTL-COUNT.
           MOVE SPACES TO WS-CTL-LINE(1).
           MOVE WS-BAG-OP TO WS-CTL-LINE(1)(1:12).
           MOVE WS-BAG-COLOR(1:32) TO WS-CTL-LINE(1)(14:32).

      * Six whole-number bounds, each pair low to high.
       023-CHECK-BOX.
           IF WS-WORD-COUNT NOT = 6 THEN
              MOVE 'A BOX NEEDS SIX BOUNDS: X1 X2 Y1 Y2 Z1 Z2'
                  TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 6
              PERFORM 026-CHECK-NUMBER
              IF WS-NUM-OK NOT = 'Y' OR
                  WS-NUM-VALUE > 999999 OR
                  WS-NUM-VALUE < -999999 THEN
                 MOVE SPACES TO WS-REASON
                 STRING 'BOUND ' DELIMITED BY SIZE
                     WS-WORD(WS-W) DELIMITED BY SPACE
                     ' IS NOT A WHOLE NUMBER OF AT MOST SIX DIGITS'
                     DELIMITED BY SIZE
                     INTO WS-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NUM-VALUE TO WS-NUMS(WS-W)
           END-PERFORM.
           IF WS-NUMS(1) > WS-NUMS(2) OR WS-NUMS(3) > WS-NUMS(4)
               OR WS-NUMS(5) > WS-NUMS(6) THEN
              MOVE 'EACH LOW BOUND MUST NOT EXCEED ITS HIGH BOUND'
                  TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-CTL-COUNT.
           MOVE SPACES TO WS-CTL-LINE(1).
           STRING WS-WORD(1) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-WORD(2) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-WORD(3) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-WORD(4) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-WORD(5) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-WORD(6) DELIMITED BY SPACE
               INTO WS-CTL-LINE(1).

      * Four cell coordinates on the 500 by 500 expanded map.
       024-CHECK-ROUTE.
           IF WS-WORD-COUNT NOT = 4 THEN
              MOVE 'A ROUTE NEEDS FROM ROW, FROM COL, TO ROW, TO COL'
                  TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 4
              PERFORM 026-CHECK-NUMBER
              IF WS-NUM-OK NOT = 'Y' OR WS-NUM-VALUE < 1 OR
                  WS-NUM-VALUE > 500 THEN
                 MOVE SPACES TO WS-REASON
                 STRING 'COORDINATE ' DELIMITED BY SIZE
                     WS-WORD(WS-W) DELIMITED BY SPACE
                     ' IS NOT A ROW OR COLUMN FROM 1 TO 500'
                     DELIMITED BY SIZE
                     INTO WS-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NUM-VALUE TO WS-ROUTE-NUM(WS-W)
           END-PERFORM.
           MOVE 1 TO WS-CTL-COUNT.
           MOVE SPACES TO WS-CTL-LINE(1).
           STRING WS-ROUTE-NUM(1) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ROUTE-NUM(2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ROUTE-NUM(3) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ROUTE-NUM(4) DELIMITED BY SIZE
               INTO WS-CTL-LINE(1).

      * Up to six turns within the game's history table. A game
      * checkpoint on file is an unfinished nightly run the program
      * would resume instead of answering.
       025-CHECK-MILESTONE.
           IF WS-WORD-COUNT > 6 THEN
              MOVE 'AT MOST SIX TURNS PER REQUEST' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-W FROM 1 BY 1
               UNTIL WS-W > WS-WORD-COUNT
              PERFORM 026-CHECK-NUMBER
              IF WS-NUM-OK NOT = 'Y' OR WS-NUM-VALUE < 1 OR
                  WS-NUM-VALUE > 67108863 THEN
                 MOVE SPACES TO WS-REASON
                 STRING 'TURN ' DELIMITED BY SIZE
                     WS-WORD(WS-W) DELIMITED BY SPACE
                     ' IS NOT FROM 1 TO 67108863' DELIMITED BY SIZE
                     INTO WS-REASON
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NUM-VALUE TO WS-TURN
              MOVE SPACES TO WS-CTL-LINE(WS-W)
              MOVE WS-TURN TO WS-CTL-LINE(WS-W)(1:8)
           END-PERFORM.
           OPEN INPUT CKPTFILE.
           IF CKPT-STATUS = "00" THEN
              MOVE 'GAME CHECKPOINT ON FILE - NIGHTLY RUN UNFINISHED'
                  TO WS-REASON
              CLOSE CKPTFILE
              EXIT PARAGRAPH
           END-IF.
           CLOSE CKPTFILE.
           MOVE WS-WORD-COUNT TO WS-CTL-COUNT.

      * A whole number, optionally signed with a leading minus, of
      * at most eight digits.
       026-CHECK-NUMBER.
           MOVE 'N' TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 0 TO WS-NUM-LEN.
           INSPECT WS-WORD(WS-W) TALLYING WS-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-WORD(WS-W)(1:1) = '-' THEN
              MOVE 2 TO WS-NUM-START
           ELSE
              MOVE 1 TO WS-NUM-START
           END-IF.
           IF WS-NUM-LEN < WS-NUM-START THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NUM-DIGITS = WS-NUM-LEN - WS-NUM-START + 1.
           IF WS-NUM-DIGITS > 8 THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-WORD(WS-W)(WS-NUM-START:WS-NUM-DIGITS) IS NUMERIC
               THEN
              MOVE 'Y' TO WS-NUM-OK
              COMPUTE WS-NUM-VALUE =
                  FUNCTION NUMVAL(WS-WORD(WS-W)(1:WS-NUM-LEN))
           END-IF.

      * Puts the request's control records in place of the live
      * control file, runs the program, copies its answer to the
      * requester and puts the live files back. A control, answer or
      * side file that was not on file before is removed again.
       040-RUN-TARGET.
           MOVE WS-TGT-CONTROL(WS-TGT-IDX) TO WS-COPY-FROM.
           MOVE WS-SAVE-NAME TO WS-COPY-TO.
           PERFORM 050-COPY-FILE.
           MOVE WS-COPIED TO WS-CTL-SAVED.
           MOVE WS-TGT-ANSWER(WS-TGT-IDX) TO WS-COPY-FROM.
           MOVE WS-KEEP-NAME TO WS-COPY-TO.
           PERFORM 050-COPY-FILE.
           MOVE WS-COPIED TO WS-ANS-KEPT.
           MOVE 'N' TO WS-SIDE-SAVED.
           IF WS-TGT-SIDE(WS-TGT-IDX) NOT = SPACES THEN
              MOVE WS-TGT-SIDE(WS-TGT-IDX) TO WS-COPY-FROM
              MOVE WS-SIDE-NAME TO WS-COPY-TO
              PERFORM 050-COPY-FILE
              MOVE WS-COPIED TO WS-SIDE-SAVED
           END-IF.
           MOVE WS-TGT-CONTROL(WS-TGT-IDX) TO WS-CTLOUT-DSN.
           OPEN OUTPUT CTLOUTFILE.
           PERFORM VARYING WS-W FROM 1 BY 1
               UNTIL WS-W > WS-CTL-COUNT
              MOVE WS-CTL-LINE(WS-W) TO CTLOUT-RECORD
              WRITE CTLOUT-RECORD
           END-PERFORM.
           CLOSE CTLOUTFILE.
           MOVE WS-TGT-ANSWER(WS-TGT-IDX) TO WS-ANSWER-DSN.
           DELETE FILE ANSWERFILE.
           MOVE 0 TO RETURN-CODE.
           CALL WS-TGT-PROGRAM(WS-TGT-IDX)
              ON EXCEPTION
                 DISPLAY 'REQDESK-01: ' WS-TGT-PROGRAM(WS-TGT-IDX)
                     ' COULD NOT BE CALLED'
                 MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-RUN-RC.
           MOVE 0 TO RETURN-CODE.
           CANCEL WS-TGT-PROGRAM(WS-TGT-IDX).
           PERFORM 041-COPY-ANSWER.
           IF WS-CTL-SAVED = 'Y' THEN
              MOVE WS-SAVE-NAME TO WS-COPY-FROM
              MOVE WS-TGT-CONTROL(WS-TGT-IDX) TO WS-COPY-TO
              PERFORM 050-COPY-FILE
           ELSE
              DELETE FILE CTLOUTFILE
           END-IF.
           IF WS-ANS-KEPT = 'Y' THEN
              MOVE WS-KEEP-NAME TO WS-COPY-FROM
              MOVE WS-TGT-ANSWER(WS-TGT-IDX) TO WS-COPY-TO
              PERFORM 050-COPY-FILE
           ELSE
              DELETE FILE ANSWERFILE
           END-IF.
           IF WS-TGT-SIDE(WS-TGT-IDX) = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-SIDE-SAVED = 'Y' THEN
              MOVE WS-SIDE-NAME TO WS-COPY-FROM
              MOVE WS-TGT-SIDE(WS-TGT-IDX) TO WS-COPY-TO
              PERFORM 050-COPY-FILE
           ELSE
              MOVE WS-TGT-SIDE(WS-TGT-IDX) TO WS-CTLOUT-DSN
              DELETE FILE CTLOUTFILE
           END-IF.

       041-COPY-ANSWER.
           OPEN INPUT ANSWERFILE.
           IF ANSWER-STATUS NOT = "00" THEN
              CLOSE ANSWERFILE
              MOVE 'NO ANSWER FILE WAS WRITTEN' TO RESP-RECORD
              WRITE RESP-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ANSWER-EOF.
           PERFORM 042-COPY-ANSWER-LINE UNTIL ANSWER-EOF = 1.
           CLOSE ANSWERFILE.

       042-COPY-ANSWER-LINE.
           READ ANSWERFILE
               AT END MOVE 1 TO ANSWER-EOF
               NOT AT END
                  ADD 1 TO WS-ANSWER-LINES
                  MOVE ANSWER-RECORD TO RESP-RECORD
                  WRITE RESP-RECORD
           END-READ.

      * A source that is not there to copy leaves the target alone.
       050-COPY-FILE.
           MOVE 'N' TO WS-COPIED.
           OPEN INPUT COPYINFILE.
           IF COPYIN-STATUS NOT = "00" THEN
              CLOSE COPYINFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-COPIED.
           OPEN OUTPUT COPYOUTFILE.
           MOVE 0 TO COPYIN-EOF.
           PERFORM 051-COPY-ONE-RECORD UNTIL COPYIN-EOF = 1.
           CLOSE COPYOUTFILE.
           CLOSE COPYINFILE.

       051-COPY-ONE-RECORD.
           READ COPYINFILE
               AT END MOVE 1 TO COPYIN-EOF
               NOT AT END
                  MOVE COPYIN-RECORD TO COPYOUT-RECORD
                  WRITE COPYOUT-RECORD
           END-READ.

      * One log line per state the request reaches.
       060-LOG-STATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           MOVE SPACES TO LOG-RECORD.
           STRING WS-STAMP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REQ-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               QUEUE-REQUESTER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               QUEUE-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-STATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO LOG-RECORD.
           WRITE LOG-RECORD.

      * The requester's response file, with the request's header.
       070-OPEN-RESPONSE.
           MOVE SPACES TO ENVQ-DSNAME.
           IF QUEUE-REQUESTER = SPACES THEN
              MOVE 'REQRESP.UNKNOWN' TO ENVQ-DSNAME
           ELSE
              STRING 'REQRESP.' DELIMITED BY SIZE
                  QUEUE-REQUESTER DELIMITED BY SPACE
                  INTO ENVQ-DSNAME
           END-IF.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RESP-DSN.
           OPEN EXTEND RESPFILE.
           MOVE SPACES TO RESP-RECORD.
           STRING 'REQUEST ' DELIMITED BY SIZE
               WS-REQ-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               QUEUE-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               QUEUE-ARGS DELIMITED BY SIZE
               INTO RESP-RECORD.
           WRITE RESP-RECORD.
