       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLACHK-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Report delivery SLA checker: for every report-to-recipient
      * pairing in DISTLIST that DISTDUE gives a due-by time, checks
      * that the night's generation was cataloged in GENCAT and that
      * DISTLOG shows it reaching the recipient by the deadline. A
      * late or missing delivery raises an OPSALRT-01 alert and every
      * settled delivery -- on time, late or missing -- is appended
      * to SLAHIST, which SLARPT-01 turns into the monthly attainment
      * report. Customer service hears 'your seat map was 40 minutes
      * late' from us first.
      *
      * A delivery is due up to nine days after its night, and the
      * checker may run on a later (or the clock's) date, so each
      * pass also looks back over as many run dates as the largest
      * DISTDUE offset and settles any earlier night's delivery that
      * has no SLAHIST outcome yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTFILE ASSIGN TO WS-LIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIST-STATUS.
           SELECT DUEFILE ASSIGN TO WS-DUE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUE-STATUS.
           SELECT CATFILE ASSIGN TO WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT DLOGFILE ASSIGN TO WS-DISTLOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLOG-STATUS.
           SELECT OPTIONAL HISTFILE ASSIGN TO WS-HIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The DISTRIB-01 manifest: report in columns 1-12, recipient
      * drop name in 14-43.
         FD LISTFILE.
         01 LIST-RECORD.
           05 LIST-REPORT PIC X(12).
           05 FILLER PIC X.
           05 LIST-RECIPIENT PIC X(30).

      * Deadlines, one or more per DISTLIST pairing: report in
      * columns 1-12, recipient in 14-43, which nights the entry
      * covers in 45-52, the due-by time HHMM in 54-57 and, in 59,
      * how many days after the run date that time falls (blank for
      * 1 -- a night run is due the next morning; 0 for a cycle due
      * the same day). The nights an entry covers, most specific
      * first:
      *   20261231 - that run date only
      *   MONTHEND - the last run date of a month
      *   MON..SUN - that day of the week
      *   ALL      - any night (blank means the same)
      * A pairing with no entry has no deadline and is not checked.
         FD DUEFILE.
         01 DUE-RECORD.
           05 DUE-REPORT PIC X(12).
           05 FILLER PIC X.
           05 DUE-RECIPIENT PIC X(30).
           05 FILLER PIC X.
           05 DUE-MATCH PIC X(8).
           05 FILLER PIC X.
           05 DUE-HHMM PIC X(4).
           05 FILLER PIC X.
           05 DUE-OFFSET PIC X.

         FD CATFILE.
         01 CAT-RECORD.
           05 CAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 CAT-GEN-DATE PIC X(8).
           05 FILLER PIC X(11).

      * DISTRIB-01's delivery line: '<report> <gen-date> TO
      * <recipient> AT <stamp> (<count> RECORDS)'.
         FD DLOGFILE.
         01 DLOG-RECORD PIC X(100).

      * One record per settled delivery: run date and cycle, report,
      * recipient, the deadline and the delivery stamp (YYYYMMDDHHMM,
      * blank when nothing arrived), ONTIME / LATE / MISSING and the
      * minutes past the deadline.
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

       WORKING-STORAGE SECTION.
         01 LIST-STATUS PIC X(2) VALUE SPACES.
         01 DUE-STATUS PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 DLOG-STATUS PIC X(2) VALUE SPACES.
         01 HIST-STATUS PIC X(2) VALUE SPACES.
         01 LIST-EOF PIC 9 VALUE 0.
         01 DUE-EOF PIC 9 VALUE 0.
         01 CAT-EOF PIC 9 VALUE 0.
         01 DLOG-EOF PIC 9 VALUE 0.
         01 HIST-EOF PIC 9 VALUE 0.
         01 WS-LIST-DSN PIC X(64) VALUE 'DISTLIST'.
         01 WS-DUE-DSN PIC X(64) VALUE 'DISTDUE'.
         01 WS-GENCAT-DSN PIC X(64) VALUE 'GENCAT'.
         01 WS-DISTLOG-DSN PIC X(64) VALUE 'DISTLOG'.
         01 WS-HIST-DSN PIC X(64) VALUE 'SLAHIST'.
         COPY ENVQ.
         COPY PROCDATE.
         COPY OPSALERT.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-RUN-DATE PIC X(8) VALUE SPACES.
         01 WS-RUN-CYCLE PIC X VALUE SPACES.
         01 WS-CUR-DATE PIC X(8) VALUE SPACES.
         01 WS-CUR-INT PIC 9(7) VALUE 0.
         01 WS-MAX-OFFSET PIC 9 VALUE 1.
         01 WS-BACK PIC S9(2) VALUE 0.
         01 WS-BACK-DATE PIC 9(8) VALUE 0.
         01 WS-EARLIER PIC X VALUE 'N'.
         01 WS-DOW PIC X(3) VALUE SPACES.
         01 WS-DOW-NUM PIC 9 VALUE 0.
         01 WS-DATE-INT PIC 9(7) VALUE 0.
         01 WS-WORK-DATE PIC 9(8) VALUE 0.
         01 WS-MONTH-END PIC X VALUE 'N'.
      * The best DISTDUE entry for the pairing so far, by rank:
      * 4 run date, 3 month-end, 2 weekday, 1 any night.
         01 WS-DUE-RANK PIC 9 VALUE 0.
         01 WS-ENTRY-RANK PIC 9 VALUE 0.
         01 WS-DUE-HHMM PIC X(4) VALUE SPACES.
         01 WS-DUE-OFFSET PIC 9 VALUE 1.
         01 WS-DUE-STAMP PIC X(12) VALUE SPACES.
         01 WS-DUE-MINUTES PIC 9(11) VALUE 0.
         01 WS-NOW-MINUTES PIC 9(11) VALUE 0.
         01 WS-DEL-MINUTES PIC 9(11) VALUE 0.
         01 WS-STAMP-MINUTES PIC 9(11) VALUE 0.
         01 WS-CONV-STAMP PIC X(12) VALUE SPACES.
         01 WS-GEN-FOUND PIC X VALUE 'N'.
         01 WS-DELIVERED PIC X(12) VALUE SPACES.
         01 WS-RESULT PIC X(7) VALUE SPACES.
         01 WS-LATE-MINUTES PIC 9(5) VALUE 0.
         01 WS-LATE-SHOWN PIC Z(4)9.
         01 WS-LEAD PIC 9(2) VALUE 0.
         01 WS-RECORDED PIC X VALUE 'N'.
         01 WS-DL-REPORT PIC X(12) VALUE SPACES.
         01 WS-DL-DATE PIC X(8) VALUE SPACES.
         01 WS-DL-TO PIC X(4) VALUE SPACES.
         01 WS-DL-RECIPIENT PIC X(30) VALUE SPACES.
         01 WS-DL-AT PIC X(4) VALUE SPACES.
         01 WS-DL-STAMP PIC X(14) VALUE SPACES.
         01 WS-CHECKED PIC 9(3) VALUE 0.
         01 WS-ONTIME PIC 9(3) VALUE 0.
         01 WS-LATE PIC 9(3) VALUE 0.
         01 WS-MISSING PIC 9(3) VALUE 0.
         01 WS-PENDING PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'DISTLIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LIST-DSN.
           MOVE 'DISTDUE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DUE-DSN.
           MOVE 'DISTLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DISTLOG-DSN.
           MOVE 'SLAHIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-HIST-DSN.
      * The night being checked is the current (or last) chain
      * cycle's; its generations are in that cycle's GENCAT.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-CUR-DATE.
           MOVE PROCDATE-CYCLE TO WS-RUN-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GENCAT-DSN.
           MOVE WS-TIMESTAMP(1:12) TO WS-CONV-STAMP.
           PERFORM 011-STAMP-TO-MINUTES.
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.
           OPEN INPUT LISTFILE.
           IF LIST-STATUS NOT = "00" THEN
              DISPLAY 'SLACHK-01: NO DISTLIST ON FILE - NOTHING '
                  'TO CHECK'
              CLOSE LISTFILE
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE LISTFILE.
           PERFORM 016-FIND-MAX-OFFSET.
           COMPUTE WS-CUR-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CUR-DATE)).
           PERFORM VARYING WS-BACK FROM WS-MAX-OFFSET BY -1
               UNTIL WS-BACK < 0
              PERFORM 017-CHECK-RUN-DATE
           END-PERFORM.
           DISPLAY 'SLACHK-01: ' WS-CHECKED ' DELIVERY(IES) DUE UP TO '
               WS-CUR-DATE ', ' WS-ONTIME ' ON TIME, ' WS-LATE
               ' LATE, ' WS-MISSING ' MISSING, ' WS-PENDING
               ' NOT YET DUE'.
      * A breach is a warning to the chain: the alert feed already
      * carries each one to the morning dashboard.
           IF WS-LATE > 0 OR WS-MISSING > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Day of the week and month-end of the run date -- the night
      * the delivery belongs to, not the morning it arrives.
       002-CLASSIFY-RUN-DATE.
           MOVE 'N' TO WS-MONTH-END.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           COMPUTE WS-DOW-NUM = FUNCTION REM(WS-DATE-INT, 7).
           EVALUATE WS-DOW-NUM
            WHEN 1 MOVE 'MON' TO WS-DOW
            WHEN 2 MOVE 'TUE' TO WS-DOW
            WHEN 3 MOVE 'WED' TO WS-DOW
            WHEN 4 MOVE 'THU' TO WS-DOW
            WHEN 5 MOVE 'FRI' TO WS-DOW
            WHEN 6 MOVE 'SAT' TO WS-DOW
            WHEN OTHER MOVE 'SUN' TO WS-DOW
           END-EVALUATE.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1).
           IF WS-WORK-DATE(7:2) = '01' THEN
              MOVE 'Y' TO WS-MONTH-END
           END-IF.

       003-READ-LIST.
           READ LISTFILE
               AT END MOVE 1 TO LIST-EOF
               NOT AT END
                  IF LIST-REPORT NOT = SPACES THEN
                     PERFORM 004-CHECK-ONE
                  END-IF
           END-READ.

      * A delivery not yet made before its deadline is still in
      * time and is left for a later check; everything else is
      * settled, recorded once and, when breached, alerted.
      * An earlier night's delivery already settled is not counted
      * again; only the current night's show in the totals on every
      * rerun.
       004-CHECK-ONE.
           PERFORM 005-FIND-DUE.
           IF WS-DUE-RANK = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-EARLIER = 'Y' THEN
              PERFORM 009-CHECK-RECORDED
              IF WS-RECORDED = 'Y' THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO WS-CHECKED.
           PERFORM 006-FIND-GENERATION.
           MOVE SPACES TO WS-DELIVERED.
           IF WS-GEN-FOUND = 'Y' THEN
              PERFORM 007-FIND-DELIVERY
           END-IF.
           MOVE 0 TO WS-LATE-MINUTES.
           IF WS-DELIVERED = SPACES THEN
              IF WS-NOW-MINUTES <= WS-DUE-MINUTES THEN
                 ADD 1 TO WS-PENDING
                 EXIT PARAGRAPH
              END-IF
              MOVE 'MISSING' TO WS-RESULT
              COMPUTE WS-LATE-MINUTES =
                  WS-NOW-MINUTES - WS-DUE-MINUTES
           ELSE
              MOVE WS-DELIVERED TO WS-CONV-STAMP
              PERFORM 011-STAMP-TO-MINUTES
              MOVE WS-STAMP-MINUTES TO WS-DEL-MINUTES
              IF WS-DEL-MINUTES > WS-DUE-MINUTES THEN
                 MOVE 'LATE' TO WS-RESULT
                 COMPUTE WS-LATE-MINUTES =
                     WS-DEL-MINUTES - WS-DUE-MINUTES
              ELSE
                 MOVE 'ONTIME' TO WS-RESULT
              END-IF
           END-IF.
           EVALUATE WS-RESULT
            WHEN 'ONTIME'
              ADD 1 TO WS-ONTIME
            WHEN 'LATE'
              ADD 1 TO WS-LATE
            WHEN OTHER
              ADD 1 TO WS-MISSING
           END-EVALUATE.
           PERFORM 009-CHECK-RECORDED.
           IF WS-RECORDED = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-RESULT NOT = 'ONTIME' THEN
              PERFORM 012-RAISE-ALERT
           END-IF.
           PERFORM 010-APPEND-HISTORY.

       005-FIND-DUE.
           MOVE 0 TO WS-DUE-RANK.
           OPEN INPUT DUEFILE.
           IF DUE-STATUS NOT = "00" THEN
              CLOSE DUEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DUE-EOF.
           PERFORM 013-SCAN-DUE-RECORD UNTIL DUE-EOF = 1.
           CLOSE DUEFILE.
           IF WS-DUE-RANK = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT + WS-DUE-OFFSET).
           MOVE SPACES TO WS-DUE-STAMP.
           STRING WS-WORK-DATE DELIMITED BY SIZE
               WS-DUE-HHMM DELIMITED BY SIZE
               INTO WS-DUE-STAMP.
           MOVE WS-DUE-STAMP TO WS-CONV-STAMP.
           PERFORM 011-STAMP-TO-MINUTES.
           MOVE WS-STAMP-MINUTES TO WS-DUE-MINUTES.

       013-SCAN-DUE-RECORD.
           READ DUEFILE
               AT END MOVE 1 TO DUE-EOF
               NOT AT END
                  IF DUE-REPORT = LIST-REPORT AND
                      DUE-RECIPIENT = LIST-RECIPIENT AND
                      DUE-HHMM IS NUMERIC THEN
                     MOVE 0 TO WS-ENTRY-RANK
                     EVALUATE TRUE
                      WHEN DUE-MATCH = WS-RUN-DATE
                        MOVE 4 TO WS-ENTRY-RANK
                      WHEN DUE-MATCH = 'MONTHEND' AND
                          WS-MONTH-END = 'Y'
                        MOVE 3 TO WS-ENTRY-RANK
                      WHEN DUE-MATCH(1:3) = WS-DOW AND
                          DUE-MATCH(4:5) = SPACES
                        MOVE 2 TO WS-ENTRY-RANK
                      WHEN DUE-MATCH = 'ALL' OR DUE-MATCH = SPACES
                        MOVE 1 TO WS-ENTRY-RANK
                     END-EVALUATE
                     IF WS-ENTRY-RANK > WS-DUE-RANK THEN
                        MOVE WS-ENTRY-RANK TO WS-DUE-RANK
                        MOVE DUE-HHMM TO WS-DUE-HHMM
                        IF DUE-OFFSET IS NUMERIC THEN
                           MOVE DUE-OFFSET TO WS-DUE-OFFSET
                        ELSE
                           MOVE 1 TO WS-DUE-OFFSET
                        END-IF
                     END-IF
                  END-IF
           END-READ.

      * The night's generation is the one GENCAT lists under the
      * run date itself; an older newest generation means the report
      * was never produced for the night.
       006-FIND-GENERATION.
           MOVE 'N' TO WS-GEN-FOUND.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CAT-EOF.
           PERFORM 014-SCAN-CATALOG UNTIL CAT-EOF = 1.
           CLOSE CATFILE.

       014-SCAN-CATALOG.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  IF CAT-REPORT-NAME = LIST-REPORT AND
                      CAT-GEN-DATE = WS-RUN-DATE THEN
                     MOVE 'Y' TO WS-GEN-FOUND
                     MOVE 1 TO CAT-EOF
                  END-IF
           END-READ.

      * DISTLOG only grows, so the first delivery of the night's
      * generation to the recipient is the one that counts; a later
      * redelivery does not make a late one on time.
       007-FIND-DELIVERY.
           OPEN INPUT DLOGFILE.
           IF DLOG-STATUS NOT = "00" THEN
              CLOSE DLOGFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DLOG-EOF.
           PERFORM 008-SCAN-DISTLOG UNTIL DLOG-EOF = 1.
           CLOSE DLOGFILE.

       008-SCAN-DISTLOG.
           READ DLOGFILE
               AT END MOVE 1 TO DLOG-EOF
               NOT AT END
                  MOVE SPACES TO WS-DL-REPORT WS-DL-DATE WS-DL-TO
                      WS-DL-RECIPIENT WS-DL-AT WS-DL-STAMP
                  UNSTRING DLOG-RECORD DELIMITED BY ALL SPACE
                      INTO WS-DL-REPORT WS-DL-DATE WS-DL-TO
                           WS-DL-RECIPIENT WS-DL-AT WS-DL-STAMP
                  END-UNSTRING
                  IF WS-DL-REPORT = LIST-REPORT AND
                      WS-DL-DATE = WS-RUN-DATE AND
                      WS-DL-RECIPIENT = LIST-RECIPIENT AND
                      WS-DL-STAMP(1:12) IS NUMERIC THEN
                     MOVE WS-DL-STAMP(1:12) TO WS-DELIVERED
                     MOVE 1 TO DLOG-EOF
                  END-IF
           END-READ.

      * A night's delivery is settled once: a rerun of the checker
      * does not record or alert it twice. A missing history (status
      * other than "00") has nothing recorded yet.
       009-CHECK-RECORDED.
           MOVE 'N' TO WS-RECORDED.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS = "00" THEN
              MOVE 0 TO HIST-EOF
              PERFORM 015-SCAN-HISTORY UNTIL HIST-EOF = 1
           END-IF.
           CLOSE HISTFILE.

       015-SCAN-HISTORY.
           READ HISTFILE
               AT END MOVE 1 TO HIST-EOF
               NOT AT END
                  IF HIST-RUN-DATE = WS-RUN-DATE AND
                      HIST-CYCLE = WS-RUN-CYCLE AND
                      HIST-REPORT = LIST-REPORT AND
                      HIST-RECIPIENT = LIST-RECIPIENT THEN
                     MOVE 'Y' TO WS-RECORDED
                     MOVE 1 TO HIST-EOF
                  END-IF
           END-READ.

       010-APPEND-HISTORY.
           OPEN EXTEND HISTFILE.
           MOVE SPACES TO HIST-RECORD.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           MOVE WS-RUN-CYCLE TO HIST-CYCLE.
           MOVE LIST-REPORT TO HIST-REPORT.
           MOVE LIST-RECIPIENT TO HIST-RECIPIENT.
           MOVE WS-DUE-STAMP TO HIST-DUE.
           MOVE WS-DELIVERED TO HIST-DELIVERED.
           MOVE WS-RESULT TO HIST-RESULT.
           MOVE WS-LATE-MINUTES TO HIST-LATE-MINUTES.
           WRITE HIST-RECORD.
           CLOSE HISTFILE.
           DISPLAY 'SLACHK-01: ' HIST-RECORD.

      * Minutes since the start of the calendar, so deadlines that
      * cross midnight or a month end subtract cleanly.
       011-STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CONV-STAMP(1:8))) * 1440
               + FUNCTION NUMVAL(WS-CONV-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-CONV-STAMP(11:2)).

       012-RAISE-ALERT.
           MOVE WS-LATE-MINUTES TO WS-LATE-SHOWN.
           MOVE 0 TO WS-LEAD.
           INSPECT WS-LATE-SHOWN TALLYING WS-LEAD FOR LEADING SPACE.
           MOVE SPACES TO ALERT-MESSAGE.
           MOVE LIST-REPORT TO ALERT-SUBJECT.
           MOVE 'SLACHK-01' TO ALERT-PROGRAM.
           IF WS-RESULT = 'LATE' THEN
              MOVE 'W' TO ALERT-SEVERITY
              STRING 'DELIVERED TO ' DELIMITED BY SIZE
                  LIST-RECIPIENT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-LATE-SHOWN(WS-LEAD + 1:) DELIMITED BY SIZE
                  ' MINUTES LATE' DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           ELSE
              MOVE 'F' TO ALERT-SEVERITY
              STRING 'NOT DELIVERED TO ' DELIMITED BY SIZE
                  LIST-RECIPIENT DELIMITED BY SPACE
                  ' - DUE ' DELIMITED BY SIZE
                  WS-DUE-STAMP DELIMITED BY SIZE
                  INTO ALERT-MESSAGE
           END-IF.
           CALL 'OPSALRT-01' USING ALERT-PARMS.

      * The furthest any deadline falls after its night: the largest
      * offset in DISTDUE, blank counting as 1.
       016-FIND-MAX-OFFSET.
           MOVE 1 TO WS-MAX-OFFSET.
           OPEN INPUT DUEFILE.
           IF DUE-STATUS NOT = "00" THEN
              CLOSE DUEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO DUE-EOF.
           PERFORM 018-READ-DUE-OFFSET UNTIL DUE-EOF = 1.
           CLOSE DUEFILE.

       018-READ-DUE-OFFSET.
           READ DUEFILE
               AT END MOVE 1 TO DUE-EOF
               NOT AT END
                  IF DUE-OFFSET IS NUMERIC AND
                      DUE-OFFSET > WS-MAX-OFFSET THEN
                     MOVE DUE-OFFSET TO WS-MAX-OFFSET
                  END-IF
           END-READ.

      * One night's pairings: WS-BACK nights before the current run
      * date, the current night itself last.
       017-CHECK-RUN-DATE.
           COMPUTE WS-BACK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUR-INT - WS-BACK).
           MOVE WS-BACK-DATE TO WS-RUN-DATE.
           IF WS-BACK > 0 THEN
              MOVE 'Y' TO WS-EARLIER
           ELSE
              MOVE 'N' TO WS-EARLIER
           END-IF.
           PERFORM 002-CLASSIFY-RUN-DATE.
           OPEN INPUT LISTFILE.
           IF LIST-STATUS NOT = "00" THEN
              CLOSE LISTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LIST-EOF.
           PERFORM 003-READ-LIST UNTIL LIST-EOF = 1.
           CLOSE LISTFILE.
