           FILE STATUS IS FIX-STATUS.
           SELECT FIXRPTFILE ASSIGN TO WS-FIXRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPIRYFILE ASSIGN TO WS-EXPIRY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEWFILE ASSIGN TO WS-RENEW-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         01 POLICY-EYE-R REDEFINES POLICY-RECORD.
             05 POLICY-EYE-COLOR PIC X(3).
             05 FILLER PIC X(77).
      * Optional record after the eye colours: the renewal-notice
      * lead time in whole months.
         01 POLICY-LEAD-R REDEFINES POLICY-RECORD.
             05 POLICY-LEAD-MONTHS PIC 9(3).
             05 FILLER PIC X(77).

      * Cross-night passport master, keyed on pid: when the id was
      * first seen, the batch file it last arrived in, and the last
         FD FIXRPTFILE.
         01 FIXRPT-RECORD PIC X(132).

      * Accepted passports bucketed by expiration year.
         FD EXPIRYFILE.
         01 EXPIRY-RECORD PIC X(132).

      * One line per accepted passport expiring inside the renewal
      * lead time, led by its pid for the renewals desk.
         FD RENEWFILE.
         01 RENEW-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 FILELIST-STATUS PIC 9 VALUE 0.
           05 WS-FIX-ROW PIC X(99) OCCURS 8 TIMES.
         01 WS-FIX-VALID PIC 9(2) VALUE 0.
         01 WS-FDX PIC 9(2) VALUE 0.
         01 WS-EXPIRY-DSN PIC X(64) VALUE 'D04EXPIRY'.
         01 WS-RENEW-DSN PIC X(64) VALUE 'D04RENEWAL'.
      * Renewal lead time in months; the compiled value stands when
      * the policy dataset does not carry one.
         01 WS-RENEW-LEAD PIC 9(3) VALUE 12.
         01 WS-RENEW-COUNT PIC 9(6) VALUE 0.
         01 WS-HORIZON-YEAR PIC 9(4) VALUE 0.
         01 WS-RUN-MONTH PIC 9(2) VALUE 0.
         01 WS-CUR-EYR PIC 9(4) VALUE 0.
      * Accepted passports per expiration year, slot 1 being the
      * policy's earliest eyr; anything past the hundredth year of
      * the range lands in the overflow count.
         01 WS-EXP-IDX PIC 9(3) VALUE 0.
         01 WS-EXP-SLOTS PIC 9(3) VALUE 0.
         01 WS-EXP-YEAR PIC 9(4) VALUE 0.
         01 WS-EXP-OVERFLOW PIC 9(6) VALUE 0.
         01 WS-EXP-TOTAL PIC 9(6) VALUE 0.
         01 WS-EXP-TABLE.
           05 WS-EXP-COUNT PIC 9(6) OCCURS 100 TIMES.
      * Parameters passed to the shared dataset-name qualifier.
         COPY ENVQ.
         01 WS-ROW PIC X(16) OCCURS 8 TIMES.
           MOVE 'D04FIXRPT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FIXRPT-DSN.
           MOVE 'D04EXPIRY' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-EXPIRY-DSN.
           MOVE 'D04RENEWAL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RENEW-DSN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 013-OPEN-PID-MASTER.
           MOVE 'byr' TO WS-FLD-CODE(1).
           MOVE 'ecl' TO WS-FLD-CODE(6).
           MOVE 'pid' TO WS-FLD-CODE(7).
           PERFORM 012-LOAD-POLICY.
           PERFORM 022-SET-RENEWAL-HORIZON.
           PERFORM 008-LOAD-CHECKPOINT.
           OPEN INPUT FILELIST.
           IF FILELIST-OPEN-STATUS NOT = "00" THEN
              OPEN EXTEND REJECTFILE
              OPEN EXTEND DUPEFILE
              OPEN EXTEND MEXCFILE
              OPEN EXTEND RENEWFILE
           ELSE
              OPEN OUTPUT REJECTFILE
              OPEN OUTPUT DUPEFILE
              OPEN OUTPUT MEXCFILE
              OPEN OUTPUT RENEWFILE
           END-IF.
           PERFORM 000-READ-FILELIST UNTIL FILELIST-STATUS = 1.
           CLOSE FILELIST.
           CLOSE DUPEFILE.
           CLOSE MEXCFILE.
           PERFORM 017-RESUBMIT-FIXES.
           CLOSE RENEWFILE.
           PERFORM 025-WRITE-EXPIRY-REPORT.
           IF WS-PIDMST-OPEN = 'Y' THEN
              CLOSE PIDMSTFILE
           END-IF.
              END-IF
              PERFORM 014-UPDATE-PID-MASTER
           END-IF.
           IF VALID-FIELDS = 7 THEN
              ADD 1 TO CORRECT-PASSPORTS
              PERFORM 023-RECORD-EXPIRY
           ELSE
              ADD 1 TO WS-RECORDS-REJECTED
              PERFORM 007-WRITE-REJECT
           END-IF.
           MOVE 'N' TO WS-CUR-PID-SET.
           MOVE SPACES TO WS-CUR-PID.
           MOVE 0 TO WS-CUR-EYR.
           MOVE 0 TO VALID-FIELDS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               MOVE 'N' TO WS-FLD-OK(I)
              IF YEAR >= WS-EYR-MIN AND YEAR <= WS-EYR-MAX THEN
                  ADD 1 TO VALID-FIELDS
                  MOVE 'Y' TO WS-FLD-OK(3)
                  MOVE YEAR TO WS-CUR-EYR
              END-IF
           END-IF.

              READ POLICYFILE
              MOVE POLICY-EYE-COLOR TO WS-EYE(WS-EYE-IDX)
           END-PERFORM.
           READ POLICYFILE
              AT END CONTINUE
              NOT AT END
                 IF POLICY-LEAD-MONTHS IS NUMERIC THEN
                    MOVE POLICY-LEAD-MONTHS TO WS-RENEW-LEAD
                 END-IF
           END-READ.
           CLOSE POLICYFILE.

      * Reports a passport id already seen elsewhere in the batch,
              MOVE 'N' TO WS-FLD-OK(I)
           END-PERFORM.
           MOVE 0 TO VALID-FIELDS.
           MOVE SPACES TO WS-CUR-PID.
           MOVE 0 TO WS-CUR-EYR.
           PERFORM VARYING WS-FDX FROM 1 BY 1
               UNTIL WS-FDX > WS-FIX-ROW-COUNT
              MOVE WS-FIX-ROW(WS-FDX) TO INPUTRECORD
           IF WS-FIX-VALID = 7 THEN
              ADD 1 TO WS-FIX-ACCEPTED
              ADD 1 TO WS-GRAND-TOTAL
              MOVE FIX-PASSPORT TO WS-PASSPORT-NUM
              PERFORM 023-RECORD-EXPIRY
              MOVE SPACES TO FIXRPT-RECORD
              STRING 'ACCEPTED ' DELIMITED BY SIZE
                  FIX-FILE DELIMITED BY SPACE
                     END-IF
                  END-IF
           END-READ.

      * The renewal horizon is the calendar year the run date reaches
      * once the policy lead time is added: every accepted passport
      * whose eyr falls on or before it is due a notice now, so the
      * renewals desk can mail months ahead of the expiry itself.
       022-SET-RENEWAL-HORIZON.
           MOVE WS-RUN-DATE(1:4) TO WS-HORIZON-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           COMPUTE WS-HORIZON-YEAR = WS-HORIZON-YEAR
               + (WS-RUN-MONTH - 1 + WS-RENEW-LEAD) / 12.
           COMPUTE WS-EXP-SLOTS = WS-EYR-MAX - WS-EYR-MIN + 1.
           IF WS-EXP-SLOTS > 100 THEN
              DISPLAY 'D04POLICY EYR RANGE SPANS ' WS-EXP-SLOTS
                  ' YEARS, ONLY 100 BUCKETED - REST IN OVERFLOW'
              MOVE 100 TO WS-EXP-SLOTS
           END-IF.
           INITIALIZE WS-EXP-TABLE.

      * Every accepted passport lands in its expiry-year bucket, and
      * one due inside the renewal horizon goes to the extract.
       023-RECORD-EXPIRY.
           IF WS-CUR-EYR < WS-EYR-MIN THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EXP-IDX = WS-CUR-EYR - WS-EYR-MIN + 1.
           IF WS-EXP-IDX > WS-EXP-SLOTS THEN
              ADD 1 TO WS-EXP-OVERFLOW
           ELSE
              ADD 1 TO WS-EXP-COUNT(WS-EXP-IDX)
           END-IF.
           IF WS-CUR-EYR <= WS-HORIZON-YEAR THEN
              PERFORM 024-WRITE-RENEWAL
           END-IF.

      * Renewal lines carry the pid; the shared masker keeps the
      * printed copy to its last characters, as for the rejects.
       024-WRITE-RENEWAL.
           ADD 1 TO WS-RENEW-COUNT.
           MOVE WS-PASSPORT-NUM TO WS-PASSPORT-NUM-DISP.
           MOVE SPACES TO RENEW-RECORD.
           STRING 'PID ' DELIMITED BY SIZE
               WS-CUR-PID DELIMITED BY SIZE
               ' EYR ' DELIMITED BY SIZE
               WS-CUR-EYR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CURRENT-FILE DELIMITED BY SPACE
               ' PASSPORT ' DELIMITED BY SIZE
               WS-PASSPORT-NUM-DISP DELIMITED BY SIZE
               INTO RENEW-RECORD.
           MOVE RENEW-RECORD TO MASKF-BUFFER.
           CALL 'MASKF-01' USING MASKF-PARMS.
           MOVE MASKF-BUFFER(1:132) TO RENEW-RECORD.
           WRITE RENEW-RECORD.

      * The expiry horizon: one line per year of the policy's eyr
      * range with the accepted passports expiring in it. A run
      * resumed from checkpoint only counts the files it processed
      * itself, and the heading says so.
       025-WRITE-EXPIRY-REPORT.
           OPEN OUTPUT EXPIRYFILE.
           MOVE SPACES TO EXPIRY-RECORD.
           STRING 'PASSPORT EXPIRY HORIZON ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' - RENEWAL LEAD ' DELIMITED BY SIZE
               WS-RENEW-LEAD DELIMITED BY SIZE
               ' MONTHS, HORIZON YEAR ' DELIMITED BY SIZE
               WS-HORIZON-YEAR DELIMITED BY SIZE
               INTO EXPIRY-RECORD.
           WRITE EXPIRY-RECORD.
           IF WS-CKPT-SKIP > 0 THEN
              MOVE SPACES TO EXPIRY-RECORD
              STRING 'RESUMED RUN - FIRST ' DELIMITED BY SIZE
                  WS-CKPT-SKIP DELIMITED BY SIZE
                  ' FILE(S) COUNTED BEFORE THE RESTART NOT BUCKETED'
                  DELIMITED BY SIZE
                  INTO EXPIRY-RECORD
              WRITE EXPIRY-RECORD
           END-IF.
           MOVE 0 TO WS-EXP-TOTAL.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-SLOTS
              COMPUTE WS-EXP-YEAR = WS-EYR-MIN + WS-EXP-IDX - 1
              ADD WS-EXP-COUNT(WS-EXP-IDX) TO WS-EXP-TOTAL
              MOVE SPACES TO EXPIRY-RECORD
              STRING 'EYR ' DELIMITED BY SIZE
                  WS-EXP-YEAR DELIMITED BY SIZE
                  ' ACCEPTED ' DELIMITED BY SIZE
                  WS-EXP-COUNT(WS-EXP-IDX) DELIMITED BY SIZE
                  INTO EXPIRY-RECORD
              IF WS-EXP-YEAR <= WS-HORIZON-YEAR THEN
                 MOVE 'DUE FOR RENEWAL' TO EXPIRY-RECORD(30:15)
              END-IF
              WRITE EXPIRY-RECORD
           END-PERFORM.
           IF WS-EXP-OVERFLOW > 0 THEN
              ADD WS-EXP-OVERFLOW TO WS-EXP-TOTAL
              MOVE SPACES TO EXPIRY-RECORD
              STRING 'EYR BEYOND BUCKETS ACCEPTED ' DELIMITED BY SIZE
                  WS-EXP-OVERFLOW DELIMITED BY SIZE
                  INTO EXPIRY-RECORD
              WRITE EXPIRY-RECORD
           END-IF.
           MOVE SPACES TO EXPIRY-RECORD.
           STRING 'TOTAL ACCEPTED ' DELIMITED BY SIZE
               WS-EXP-TOTAL DELIMITED BY SIZE
               ' RENEWAL NOTICES ' DELIMITED BY SIZE
               WS-RENEW-COUNT DELIMITED BY SIZE
               INTO EXPIRY-RECORD.
           WRITE EXPIRY-RECORD.
           DISPLAY EXPIRY-RECORD.
           CLOSE EXPIRYFILE.
