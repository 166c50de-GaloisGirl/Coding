       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGEXT-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Reporting warehouse extract: writes the RESULTLEDGER entries
      * that are new or changed since the last extract, with the
      * STEPSTATS timing of the step that produced each, to the
      * pipe-delimited interchange file LEDGEXTRACT:
      *   HDR|LEDGEXT-01|mode|window from|window to|created|procdate
      *   LDG|op|program|run date|cycle|result|result text
      *   STS|step|run date|cycle|elapsed seconds|program
      *   TRL|ledger records|inserts|updates|deletes|timings|hash
      * The op is I for an entry new in the window, U for one a
      * rerun rewrote, D for one journalled in the window that is no
      * longer in the ledger (a rehearsal put the night back as it
      * was), and F on a full re-send. An entry whose ledger cannot
      * be read is held back rather than sent as gone. The hash
      * total is the sum of the results sent, its high-order digits
      * beyond eighteen dropped. An STS line follows the LDG line of
      * its program when STEPUSE shows which step ran the program
      * that night and STEPSTATS still holds the step's timing.
      *
      * What changed comes from LEDGER-01's change journal LEDGERJNL:
      * every journal entry stamped at or after the high-water mark
      * in LEDGEXTHWM and before this run started is in the window,
      * and the values sent are the ledger's as they stand now. The
      * mark moves to this run's start only once the extract has
      * been written whole, so a failed night's changes go again the
      * next night.
      *
      * A full re-send of every cycle's ledger is asked for in
      * LEDGEXTCTL:
      *   columns  1-4   FULL
      *   columns  6-13  the processing date it is wanted for
      *                  (blank: every run while the line is there)
      * With no high-water mark on file the extract is full as well,
      * since the journal does not reach back to entries written
      * before it started.
      *
      * Return code 0 when the extract was written and the mark
      * moved, 4 when a ledger could not be read (the mark then
      * stays, so the window goes again) or the mark could not be
      * moved, 8 when the extract could not be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO WS-CTL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT HWMFILE ASSIGN TO WS-HWM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HWM-STATUS.
           SELECT JOURNALFILE ASSIGN TO WS-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
           SELECT LEDGERFILE ASSIGN TO WS-LEDGER-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGER-REC-KEY
           FILE STATUS IS LEDGER-STATUS.
           SELECT USEFILE ASSIGN TO WS-STEPUSE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS USE-STATUS.
           SELECT STEPSTATSFILE ASSIGN TO WS-STEPSTATS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STEPSTATS-KEY
           FILE STATUS IS STEPSTATS-STATUS.
           SELECT EXTRACTFILE ASSIGN TO WS-EXTRACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-MODE PIC X(4).
           05 FILLER PIC X.
           05 CTL-DATE PIC X(8).
           05 FILLER PIC X(67).

         FD HWMFILE.
         01 HWM-RECORD.
           05 HWM-STAMP PIC X(14).
           05 FILLER PIC X.
           05 HWM-MODE PIC X(5).
           05 FILLER PIC X.
           05 HWM-RECORDS PIC 9(8).

      * The layout LEDGER-01 writes.
         FD JOURNALFILE.
         01 JOURNAL-RECORD.
           05 JOURNAL-STAMP PIC X(14).
           05 FILLER PIC X.
           05 JOURNAL-OP PIC X.
           05 FILLER PIC X.
           05 JOURNAL-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 JOURNAL-DATE PIC X(8).
           05 FILLER PIC X.
           05 JOURNAL-CYCLE PIC 9.

      * The record layout must match what LEDGER-01 writes.
         FD LEDGERFILE.
         01 LEDGER-RECORD.
           05 LEDGER-REC-KEY.
             10 LEDGER-REC-PROGRAM PIC X(14).
             10 LEDGER-REC-DATE PIC X(8).
           05 LEDGER-REC-RESULT PIC 9(18).
           05 LEDGER-REC-RESULT-TEXT PIC X(20).

      * The layout JOBCTL-01 writes.
         FD USEFILE.
         01 USE-RECORD.
           05 USE-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 USE-CYCLE PIC 9.
           05 FILLER PIC X.
           05 USE-STEP PIC X(24).
           05 FILLER PIC X.
           05 USE-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 USE-ELAPSED PIC 9(6).
           05 FILLER PIC X.
           05 USE-ATTEMPTS PIC 9(2).
           05 FILLER PIC X.
           05 USE-RC PIC 9(4).
           05 FILLER PIC X.
           05 USE-STAMP PIC X(14).

      * The record layout must match what JOBCTL-01 writes.
         FD STEPSTATSFILE.
         01 STEPSTATS-RECORD.
           05 STEPSTATS-KEY.
             10 STEPSTATS-NAME PIC X(24).
             10 STEPSTATS-DATE PIC X(8).
           05 STEPSTATS-ELAPSED PIC 9(6).

         FD EXTRACTFILE.
         01 EXTRACT-RECORD PIC X(200).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 HWM-STATUS PIC X(2) VALUE SPACES.
         01 JOURNAL-STATUS PIC X(2) VALUE SPACES.
         01 LEDGER-STATUS PIC X(2) VALUE SPACES.
         01 USE-STATUS PIC X(2) VALUE SPACES.
         01 STEPSTATS-STATUS PIC X(2) VALUE SPACES.
         01 EXTRACT-STATUS PIC X(2) VALUE SPACES.
         01 CTL-EOF PIC 9 VALUE 0.
         01 JOURNAL-EOF PIC 9 VALUE 0.
         01 LEDGER-EOF PIC 9 VALUE 0.
         01 USE-EOF PIC 9 VALUE 0.
         01 WS-CTL-DSN PIC X(64) VALUE 'LEDGEXTCTL'.
         01 WS-HWM-DSN PIC X(64) VALUE 'LEDGEXTHWM'.
         01 WS-JOURNAL-DSN PIC X(64) VALUE 'LEDGERJNL'.
         01 WS-LEDGER-DSN PIC X(64) VALUE 'RESULTLEDGER'.
         01 WS-STEPUSE-DSN PIC X(64) VALUE 'STEPUSE'.
         01 WS-STEPSTATS-DSN PIC X(64) VALUE 'STEPSTATS'.
         01 WS-EXTRACT-DSN PIC X(64) VALUE 'LEDGEXTRACT'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'LEDGEXT-REPORT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-NOW PIC X(14) VALUE SPACES.
         01 WS-FROM PIC X(14) VALUE ZEROS.
         01 WS-MODE PIC X(5) VALUE 'DELTA'.
         01 WS-RC PIC 9 VALUE 0.
         01 WS-CYCLE PIC 99 VALUE 0.
      * The cycle whose ledger or STEPSTATS is in hand, 0 for none,
      * and whether it opened (Y), is not there (N) or failed (E).
         01 WS-LEDGER-CYCLE PIC 9 VALUE 0.
         01 WS-LEDGER-OPEN PIC X VALUE 'N'.
         01 WS-STATS-CYCLE PIC 9 VALUE 0.
         01 WS-STATS-OPEN PIC X VALUE 'N'.
         01 WS-IDX PIC 9(4) VALUE 0.
         01 WS-FOUND PIC 9(4) VALUE 0.
         01 WS-TEXT-LEN PIC 9(2) VALUE 0.
         01 WS-PTR PIC 9(3) VALUE 0.
      * A batch of entries on its way to the extract. A longer
      * window goes in several batches; an entry journalled again
      * in a later batch goes again with the same current values.
         01 WS-ENT-COUNT PIC 9(4) VALUE 0.
         01 WS-ENT-TABLE.
           05 WS-ENT OCCURS 2000 TIMES.
             10 WS-ENT-PROGRAM PIC X(14).
             10 WS-ENT-DATE PIC X(8).
             10 WS-ENT-CYCLE PIC 9.
             10 WS-ENT-OP PIC X.
             10 WS-ENT-RESULT PIC 9(18).
             10 WS-ENT-TEXT PIC X(20).
             10 WS-ENT-STEP PIC X(24).
             10 WS-ENT-ELAPSED PIC 9(6).
             10 WS-ENT-TIMED PIC X.
      * Y when a batch carries its ledger values already (a full
      * re-send reads them off the ledger as it goes).
         01 WS-VALUES-HELD PIC X VALUE 'N'.
      * Extract totals.
         01 WS-LDG-COUNT PIC 9(8) VALUE 0.
         01 WS-INS-COUNT PIC 9(8) VALUE 0.
         01 WS-UPD-COUNT PIC 9(8) VALUE 0.
         01 WS-DEL-COUNT PIC 9(8) VALUE 0.
         01 WS-STS-COUNT PIC 9(8) VALUE 0.
         01 WS-JNL-COUNT PIC 9(8) VALUE 0.
         01 WS-HASH-WORK PIC 9(19) VALUE 0.
         01 WS-HASH PIC 9(18) VALUE 0.
         01 WS-CYCLE-COUNT PIC 9 VALUE 0.
         01 WS-UNREAD-COUNT PIC 9 VALUE 0.
         01 WS-HELD-COUNT PIC 9(8) VALUE 0.
      * Y when something could not be read and the mark must stay.
         01 WS-HOLD-MARK PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE 'LEDGEXTCTL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CTL-DSN.
           MOVE 'LEDGEXTHWM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-HWM-DSN.
           MOVE 'LEDGERJNL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-JOURNAL-DSN.
           MOVE 'STEPUSE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STEPUSE-DSN.
           MOVE 'LEDGEXTRACT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-EXTRACT-DSN.
           MOVE 'LEDGEXT-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           OPEN OUTPUT REPORTFILE.
           PERFORM 002-LOAD-CONTROL.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'LEDGEXT-01: ' DELIMITED BY SIZE
               WS-MODE DELIMITED BY SPACE
               ' EXTRACT ' DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               ' PROCESSING DATE ' DELIMITED BY SIZE
               PROCDATE-DATE DELIMITED BY SIZE
               ' WINDOW ' DELIMITED BY SIZE
               WS-FROM DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN OUTPUT EXTRACTFILE.
           IF EXTRACT-STATUS NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'LEDGEXT-01: EXTRACT NOT WRITABLE, STATUS '
                  DELIMITED BY SIZE
                  EXTRACT-STATUS DELIMITED BY SIZE
                  ' - HIGH-WATER MARK LEFT AT ' DELIMITED BY SIZE
                  WS-FROM DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING 'HDR|LEDGEXT-01|' DELIMITED BY SIZE
               WS-MODE DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-FROM DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               PROCDATE-DATE DELIMITED BY SIZE
               INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           IF WS-MODE = 'FULL' THEN
              PERFORM 020-EXTRACT-FULL
           ELSE
              PERFORM 010-EXTRACT-DELTA
           END-IF.
           PERFORM 060-FLUSH-BATCH.
           MOVE WS-HASH-WORK TO WS-HASH.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING 'TRL|' DELIMITED BY SIZE
               WS-LDG-COUNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-INS-COUNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-UPD-COUNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-DEL-COUNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-STS-COUNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-HASH DELIMITED BY SIZE
               INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           IF EXTRACT-STATUS NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'LEDGEXT-01: EXTRACT WRITE FAILED, STATUS '
                  DELIMITED BY SIZE
                  EXTRACT-STATUS DELIMITED BY SIZE
                  ' - HIGH-WATER MARK LEFT AT ' DELIMITED BY SIZE
                  WS-FROM DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE EXTRACTFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE EXTRACTFILE.
           PERFORM 070-WRITE-HWM.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'LEDGEXT-01: ' DELIMITED BY SIZE
               WS-LDG-COUNT DELIMITED BY SIZE
               ' LEDGER RECORD(S) - ' DELIMITED BY SIZE
               WS-INS-COUNT DELIMITED BY SIZE
               ' NEW, ' DELIMITED BY SIZE
               WS-UPD-COUNT DELIMITED BY SIZE
               ' UPDATED, ' DELIMITED BY SIZE
               WS-DEL-COUNT DELIMITED BY SIZE
               ' GONE - AND ' DELIMITED BY SIZE
               WS-STS-COUNT DELIMITED BY SIZE
               ' TIMING(S), HASH ' DELIMITED BY SIZE
               WS-HASH DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

      * The high-water mark and any full re-send asked for. A mark
      * that is missing or unreadable makes the extract full.
       002-LOAD-CONTROL.
           OPEN INPUT HWMFILE.
           IF HWM-STATUS = "00" THEN
              READ HWMFILE
                 AT END MOVE 'FULL' TO WS-MODE
                 NOT AT END
                    IF HWM-STAMP IS NUMERIC THEN
                       MOVE HWM-STAMP TO WS-FROM
                    ELSE
                       MOVE 'FULL' TO WS-MODE
                    END-IF
              END-READ
           ELSE
              MOVE 'FULL' TO WS-MODE
           END-IF.
           CLOSE HWMFILE.
           OPEN INPUT CTLFILE.
           IF CTL-STATUS = "00" THEN
              MOVE 0 TO CTL-EOF
              PERFORM 003-READ-CONTROL UNTIL CTL-EOF = 1
           END-IF.
           CLOSE CTLFILE.
           IF WS-MODE = 'FULL' THEN
              MOVE ZEROS TO WS-FROM
           END-IF.

       003-READ-CONTROL.
           READ CTLFILE
               AT END MOVE 1 TO CTL-EOF
               NOT AT END
                  IF CTL-MODE = 'FULL' THEN
                     IF CTL-DATE = SPACES OR
                         CTL-DATE = PROCDATE-DATE THEN
                        MOVE 'FULL' TO WS-MODE
                     END-IF
                  END-IF
           END-READ.

      * The changes in the window, one batch entry per ledger key.
      * An entry new at any point in the window goes as new; one
      * only rewritten goes as an update. No journal on file means
      * nothing has changed.
       010-EXTRACT-DELTA.
           OPEN INPUT JOURNALFILE.
           IF JOURNAL-STATUS NOT = "00" THEN
              CLOSE JOURNALFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO JOURNAL-EOF.
           PERFORM 011-READ-JOURNAL UNTIL JOURNAL-EOF = 1.
           CLOSE JOURNALFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'LEDGEXT-01: ' DELIMITED BY SIZE
               WS-JNL-COUNT DELIMITED BY SIZE
               ' JOURNAL ENTRIES IN THE WINDOW' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       011-READ-JOURNAL.
           READ JOURNALFILE
               AT END MOVE 1 TO JOURNAL-EOF
               NOT AT END
                  IF JOURNAL-STAMP NOT < WS-FROM AND
                      JOURNAL-STAMP < WS-NOW THEN
                     ADD 1 TO WS-JNL-COUNT
                     PERFORM 012-NOTE-CHANGE
                  END-IF
           END-READ.

       012-NOTE-CHANGE.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENT-COUNT
              IF WS-ENT-PROGRAM(WS-IDX) = JOURNAL-PROGRAM AND
                  WS-ENT-DATE(WS-IDX) = JOURNAL-DATE AND
                  WS-ENT-CYCLE(WS-IDX) = JOURNAL-CYCLE THEN
                 MOVE WS-IDX TO WS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FOUND > 0 THEN
              IF JOURNAL-OP = 'I' THEN
                 MOVE 'I' TO WS-ENT-OP(WS-FOUND)
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-ENT-COUNT = 2000 THEN
              PERFORM 060-FLUSH-BATCH
           END-IF.
           ADD 1 TO WS-ENT-COUNT.
           MOVE SPACES TO WS-ENT(WS-ENT-COUNT).
           MOVE JOURNAL-PROGRAM TO WS-ENT-PROGRAM(WS-ENT-COUNT).
           MOVE JOURNAL-DATE TO WS-ENT-DATE(WS-ENT-COUNT).
           MOVE JOURNAL-CYCLE TO WS-ENT-CYCLE(WS-ENT-COUNT).
           IF JOURNAL-OP = 'I' THEN
              MOVE 'I' TO WS-ENT-OP(WS-ENT-COUNT)
           ELSE
              MOVE 'U' TO WS-ENT-OP(WS-ENT-COUNT)
           END-IF.
           MOVE 0 TO WS-ENT-RESULT(WS-ENT-COUNT).
           MOVE 0 TO WS-ENT-ELAPSED(WS-ENT-COUNT).
           MOVE 'N' TO WS-ENT-TIMED(WS-ENT-COUNT).

      * Every entry of every cycle's ledger. A cycle with no ledger
      * (status "35") has simply not run; any other failure to open
      * or read one is reported and makes the run a warning.
       020-EXTRACT-FULL.
           MOVE 'Y' TO WS-VALUES-HELD.
           PERFORM VARYING WS-CYCLE FROM 1 BY 1 UNTIL WS-CYCLE > 9
              PERFORM 021-EXTRACT-CYCLE
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'LEDGEXT-01: ' DELIMITED BY SIZE
               WS-CYCLE-COUNT DELIMITED BY SIZE
               ' CYCLE LEDGER(S) SENT IN FULL, ' DELIMITED BY SIZE
               WS-UNREAD-COUNT DELIMITED BY SIZE
               ' UNREADABLE' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       021-EXTRACT-CYCLE.
           MOVE WS-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RESULTLEDGER' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LEDGER-DSN.
           OPEN INPUT LEDGERFILE.
           IF LEDGER-STATUS = "35" THEN
              CLOSE LEDGERFILE
              EXIT PARAGRAPH
           END-IF.
           IF LEDGER-STATUS NOT = "00" THEN
              PERFORM 023-REPORT-UNREADABLE
              CLOSE LEDGERFILE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CYCLE-COUNT.
           MOVE 0 TO LEDGER-EOF.
           PERFORM 022-READ-LEDGER UNTIL LEDGER-EOF = 1.
           CLOSE LEDGERFILE.

       022-READ-LEDGER.
           READ LEDGERFILE NEXT
               AT END MOVE 1 TO LEDGER-EOF
               NOT AT END
                  IF WS-ENT-COUNT = 2000 THEN
                     PERFORM 060-FLUSH-BATCH
                  END-IF
                  ADD 1 TO WS-ENT-COUNT
                  MOVE SPACES TO WS-ENT(WS-ENT-COUNT)
                  MOVE LEDGER-REC-PROGRAM
                      TO WS-ENT-PROGRAM(WS-ENT-COUNT)
                  MOVE LEDGER-REC-DATE TO WS-ENT-DATE(WS-ENT-COUNT)
                  MOVE WS-CYCLE TO WS-ENT-CYCLE(WS-ENT-COUNT)
                  MOVE 'F' TO WS-ENT-OP(WS-ENT-COUNT)
                  MOVE LEDGER-REC-RESULT
                      TO WS-ENT-RESULT(WS-ENT-COUNT)
                  MOVE LEDGER-REC-RESULT-TEXT
                      TO WS-ENT-TEXT(WS-ENT-COUNT)
                  MOVE 0 TO WS-ENT-ELAPSED(WS-ENT-COUNT)
                  MOVE 'N' TO WS-ENT-TIMED(WS-ENT-COUNT)
           END-READ.
           IF LEDGER-STATUS NOT = "00" AND
               LEDGER-STATUS NOT = "10" THEN
              PERFORM 023-REPORT-UNREADABLE
              MOVE 1 TO LEDGER-EOF
           END-IF.

       023-REPORT-UNREADABLE.
           ADD 1 TO WS-UNREAD-COUNT.
           MOVE 'Y' TO WS-HOLD-MARK.
           MOVE 4 TO WS-RC.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'LEDGEXT-01: ' DELIMITED BY SIZE
               WS-LEDGER-DSN DELIMITED BY SPACE
               ' NOT READ WHOLE, STATUS ' DELIMITED BY SIZE
               LEDGER-STATUS DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * The ledger values of a delta batch as they stand now, read
      * by key from each entry's cycle ledger. An entry no longer
      * there goes as gone.
       030-LOOKUP-CURRENT.
           MOVE 0 TO WS-LEDGER-CYCLE.
           MOVE 'N' TO WS-LEDGER-OPEN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENT-COUNT
              IF WS-ENT-CYCLE(WS-IDX) NOT = WS-LEDGER-CYCLE THEN
                 PERFORM 031-OPEN-CYCLE-LEDGER
              END-IF
              MOVE WS-ENT-PROGRAM(WS-IDX) TO LEDGER-REC-PROGRAM
              MOVE WS-ENT-DATE(WS-IDX) TO LEDGER-REC-DATE
              IF WS-LEDGER-OPEN = 'N' THEN
                 MOVE 'D' TO WS-ENT-OP(WS-IDX)
              END-IF
              IF WS-LEDGER-OPEN = 'E' THEN
                 MOVE 'X' TO WS-ENT-OP(WS-IDX)
                 ADD 1 TO WS-HELD-COUNT
              END-IF
              IF WS-LEDGER-OPEN = 'Y' THEN
                 READ LEDGERFILE
                    INVALID KEY
                       MOVE 'D' TO WS-ENT-OP(WS-IDX)
                    NOT INVALID KEY
                       MOVE LEDGER-REC-RESULT
                           TO WS-ENT-RESULT(WS-IDX)
                       MOVE LEDGER-REC-RESULT-TEXT
                           TO WS-ENT-TEXT(WS-IDX)
                 END-READ
              END-IF
           END-PERFORM.
           IF WS-LEDGER-OPEN = 'Y' THEN
              CLOSE LEDGERFILE
           END-IF.

      * A cycle whose ledger is not there leaves its entries gone;
      * one that will not open holds them back.
       031-OPEN-CYCLE-LEDGER.
           IF WS-LEDGER-OPEN = 'Y' THEN
              CLOSE LEDGERFILE
              MOVE 'N' TO WS-LEDGER-OPEN
           END-IF.
           MOVE WS-ENT-CYCLE(WS-IDX) TO WS-LEDGER-CYCLE.
           MOVE WS-LEDGER-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RESULTLEDGER' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LEDGER-DSN.
           OPEN INPUT LEDGERFILE.
           EVALUATE LEDGER-STATUS
              WHEN "00"
                 MOVE 'Y' TO WS-LEDGER-OPEN
              WHEN "35"
                 MOVE 'N' TO WS-LEDGER-OPEN
              WHEN OTHER
                 MOVE 'E' TO WS-LEDGER-OPEN
                 PERFORM 023-REPORT-UNREADABLE
           END-EVALUATE.

      * Which step ran each program that night: one pass over the
      * step usage history, the latest execution winning.
       040-RESOLVE-STEPS.
           OPEN INPUT USEFILE.
           IF USE-STATUS NOT = "00" THEN
              CLOSE USEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO USE-EOF.
           PERFORM 041-READ-STEPUSE UNTIL USE-EOF = 1.
           CLOSE USEFILE.

       041-READ-STEPUSE.
           READ USEFILE
               AT END MOVE 1 TO USE-EOF
               NOT AT END
                  PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-ENT-COUNT
                     IF WS-ENT-PROGRAM(WS-IDX) = USE-PROGRAM AND
                         WS-ENT-DATE(WS-IDX) = USE-RUN-DATE AND
                         WS-ENT-CYCLE(WS-IDX) = USE-CYCLE THEN
                        MOVE USE-STEP TO WS-ENT-STEP(WS-IDX)
                     END-IF
                  END-PERFORM
           END-READ.

      * Each step's timing from its cycle's STEPSTATS, read by step
      * and night. A cycle with no STEPSTATS times nothing.
       045-READ-TIMINGS.
           MOVE 0 TO WS-STATS-CYCLE.
           MOVE 'N' TO WS-STATS-OPEN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENT-COUNT
              IF WS-ENT-STEP(WS-IDX) NOT = SPACES AND
                  WS-ENT-OP(WS-IDX) NOT = 'D' AND
                  WS-ENT-OP(WS-IDX) NOT = 'X' THEN
                 IF WS-ENT-CYCLE(WS-IDX) NOT = WS-STATS-CYCLE THEN
                    PERFORM 046-OPEN-CYCLE-STATS
                 END-IF
                 IF WS-STATS-OPEN = 'Y' THEN
                    MOVE WS-ENT-STEP(WS-IDX) TO STEPSTATS-NAME
                    MOVE WS-ENT-DATE(WS-IDX) TO STEPSTATS-DATE
                    READ STEPSTATSFILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE STEPSTATS-ELAPSED
                              TO WS-ENT-ELAPSED(WS-IDX)
                          MOVE 'Y' TO WS-ENT-TIMED(WS-IDX)
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-STATS-OPEN = 'Y' THEN
              CLOSE STEPSTATSFILE
           END-IF.

       046-OPEN-CYCLE-STATS.
           IF WS-STATS-OPEN = 'Y' THEN
              CLOSE STEPSTATSFILE
              MOVE 'N' TO WS-STATS-OPEN
           END-IF.
           MOVE WS-ENT-CYCLE(WS-IDX) TO WS-STATS-CYCLE.
           MOVE WS-STATS-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'STEPSTATS' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STEPSTATS-DSN.
           OPEN INPUT STEPSTATSFILE.
           IF STEPSTATS-STATUS = "00" THEN
              MOVE 'Y' TO WS-STATS-OPEN
           END-IF.

      * Writes the batch: each entry's LDG line, its STS line when
      * it was timed, and the totals.
       050-WRITE-BATCH.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENT-COUNT
              PERFORM 051-WRITE-ENTRY
           END-PERFORM.

       051-WRITE-ENTRY.
           IF WS-ENT-OP(WS-IDX) = 'X' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TEXT-LEN.
           PERFORM VARYING WS-TEXT-LEN FROM 20 BY -1
               UNTIL WS-TEXT-LEN = 0
              IF WS-ENT-TEXT(WS-IDX)(WS-TEXT-LEN:1) NOT = SPACE THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE 1 TO WS-PTR.
           STRING 'LDG|' DELIMITED BY SIZE
               WS-ENT-OP(WS-IDX) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ENT-PROGRAM(WS-IDX) DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-ENT-DATE(WS-IDX) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ENT-CYCLE(WS-IDX) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ENT-RESULT(WS-IDX) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               INTO EXTRACT-RECORD
               WITH POINTER WS-PTR.
           IF WS-TEXT-LEN > 0 THEN
              STRING WS-ENT-TEXT(WS-IDX)(1:WS-TEXT-LEN)
                  DELIMITED BY SIZE
                  INTO EXTRACT-RECORD
                  WITH POINTER WS-PTR
           END-IF.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-LDG-COUNT.
           EVALUATE WS-ENT-OP(WS-IDX)
              WHEN 'I'
                 ADD 1 TO WS-INS-COUNT
              WHEN 'U'
                 ADD 1 TO WS-UPD-COUNT
              WHEN 'D'
                 ADD 1 TO WS-DEL-COUNT
           END-EVALUATE.
           ADD WS-ENT-RESULT(WS-IDX) TO WS-HASH-WORK.
           IF WS-HASH-WORK > 999999999999999999 THEN
              SUBTRACT 1000000000000000000 FROM WS-HASH-WORK
           END-IF.
           IF WS-ENT-TIMED(WS-IDX) = 'Y' THEN
              MOVE SPACES TO EXTRACT-RECORD
              STRING 'STS|' DELIMITED BY SIZE
                  WS-ENT-STEP(WS-IDX) DELIMITED BY SPACE
                  '|' DELIMITED BY SIZE
                  WS-ENT-DATE(WS-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-ENT-CYCLE(WS-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-ENT-ELAPSED(WS-IDX) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-ENT-PROGRAM(WS-IDX) DELIMITED BY SPACE
                  INTO EXTRACT-RECORD
              WRITE EXTRACT-RECORD
              ADD 1 TO WS-STS-COUNT
           END-IF.

      * Completes and writes the batch in hand, then empties it.
       060-FLUSH-BATCH.
           IF WS-ENT-COUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-VALUES-HELD NOT = 'Y' THEN
              PERFORM 030-LOOKUP-CURRENT
           END-IF.
           PERFORM 040-RESOLVE-STEPS.
           PERFORM 045-READ-TIMINGS.
           PERFORM 050-WRITE-BATCH.
           MOVE 0 TO WS-ENT-COUNT.

      * Moves the mark to this run's start. A mark held back, or
      * one that cannot be written, leaves the next night to send
      * this window again.
       070-WRITE-HWM.
           IF WS-HOLD-MARK = 'Y' THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'LEDGEXT-01: ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  ' ENTRY(IES) HELD BACK - HIGH-WATER MARK LEFT AT '
                  DELIMITED BY SIZE
                  WS-FROM DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HWMFILE.
           IF HWM-STATUS NOT = "00" THEN
              MOVE 4 TO WS-RC
              MOVE SPACES TO REPORT-RECORD
              STRING 'LEDGEXT-01: HIGH-WATER MARK NOT WRITABLE, '
                  DELIMITED BY SIZE
                  'STATUS ' DELIMITED BY SIZE
                  HWM-STATUS DELIMITED BY SIZE
                  ' - THIS WINDOW GOES AGAIN' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE HWMFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HWM-RECORD.
           MOVE WS-NOW TO HWM-STAMP.
           MOVE WS-MODE TO HWM-MODE.
           MOVE WS-LDG-COUNT TO HWM-RECORDS.
           WRITE HWM-RECORD.
           CLOSE HWMFILE.
