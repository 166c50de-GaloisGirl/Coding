      * its entry instead of appending a duplicate, so reruns no
      * longer poison the trends, and downstream reporting can read
      * one program's history straight by key.
      *
      * Each chain cycle of the day keeps its own ledger (PROCDATE-01
      * names it), so an afternoon cycle's entries sit beside the
      * night's instead of overwriting them.
      *
      * Every entry written or rewritten is also noted in the change
      * journal LEDGERJNL (when, I for a new entry or U for a rerun's
      * rewrite, program, run date and cycle), so the warehouse
      * extract LEDGEXT-01 can find what changed since it last ran
      * without a stamp in the keyed record itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OLDLEDGERFILE ASSIGN TO WS-LEDGER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLDLEDGER-STATUS.
           SELECT OPTIONAL JOURNALFILE ASSIGN TO WS-JOURNAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X.
           05 OLD-LEDGER-RESULT PIC X(18).

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

       WORKING-STORAGE SECTION.
         01 WS-RUN-DATE PIC X(8).
         01 WS-LEDGER-DSN PIC X(64) VALUE 'RESULTLEDGER'.
         01 WS-JOURNAL-DSN PIC X(64) VALUE 'LEDGERJNL'.
         01 WS-CYCLE PIC 9 VALUE 1.
         01 WS-OP PIC X VALUE SPACE.
         COPY ENVQ.
         COPY PROCDATE.
         01 LEDGER-STATUS PIC X(2) VALUE SPACES.
         01 OLDLEDGER-STATUS PIC X(2) VALUE SPACES.
         01 JOURNAL-STATUS PIC X(2) VALUE SPACES.
         01 OLDLEDGER-EOF PIC 9 VALUE 0.
         01 WS-MIG-COUNT PIC 9(4) VALUE 0.
         01 WS-MIG-IDX PIC 9(4) VALUE 0.

       PROCEDURE DIVISION USING LEDGER-PARMS.
       001-MAIN.
      * The run date is the business night from PROCDATE-01, not the
      * system date, so a run past midnight or a next-morning rerun
      * still files under the night it belongs to.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           MOVE PROCDATE-CYCLE TO WS-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RESULTLEDGER' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LEDGER-DSN.
      * First writer of the day creates the ledger (status 35 on the
              INVALID KEY
                 PERFORM 002-FILL-RESULT
                 WRITE LEDGER-RECORD
                 MOVE 'I' TO WS-OP
              NOT INVALID KEY
                 PERFORM 002-FILL-RESULT
                 REWRITE LEDGER-RECORD
                 MOVE 'U' TO WS-OP
           END-READ.
           IF LEDGER-STATUS = "00" THEN
              PERFORM 005-JOURNAL-CHANGE
           END-IF.
           CLOSE LEDGERFILE.
           GOBACK.

      * Notes the change in the journal. A journal that cannot be
      * written does not undo the ledger entry; the next full
      * re-send of the extract carries it.
       005-JOURNAL-CHANGE.
           MOVE 'LEDGERJNL' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-JOURNAL-DSN.
           OPEN EXTEND JOURNALFILE.
           IF JOURNAL-STATUS NOT = "00" AND
               JOURNAL-STATUS NOT = "05" THEN
              DISPLAY 'LEDGER-01: CANNOT JOURNAL THE ENTRY, STATUS '
                  JOURNAL-STATUS
              CLOSE JOURNALFILE
           ELSE
              MOVE SPACES TO JOURNAL-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO JOURNAL-STAMP
              MOVE WS-OP TO JOURNAL-OP
              MOVE LEDGER-REC-PROGRAM TO JOURNAL-PROGRAM
              MOVE LEDGER-REC-DATE TO JOURNAL-DATE
              MOVE WS-CYCLE TO JOURNAL-CYCLE
              WRITE JOURNAL-RECORD
              CLOSE JOURNALFILE
           END-IF.

      * Reads the whole old EXTEND-format file into storage, rebuilds
      * the dataset as the keyed ledger, and reloads every entry --
      * a rerun duplicated in the old file keyed the same lands on
