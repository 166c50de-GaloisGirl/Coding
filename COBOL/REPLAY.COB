       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLAY-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Historical night replay. REPLAYCTL names a past processing
      * date (and cycle); this puts that night back together beside
      * the live files and runs it again:
      *   - every input RUNCAT archived for the night is restored
      *     from its .D-copy, checksum and count verified the way
      *     ARCREST-01 does, onto its TEST name;
      *   - every control file PARMSNAP-01 captured that night is
      *     restored from its .P-copy in PARMCAT onto its TEST name;
      *   - the lineup the run calendar selected for that night is
      *     run step by step under the TEST qualifier, with the
      *     night opened in the TEST processing-date record so every
      *     step stamps with the replayed date;
      *   - each program's replayed RESULTLEDGER entry is compared
      *     with the one the night filed.
      * Live datasets are only ever read. Like REQDESK-01, a replay
      * does not start while a chain holds the run lock, live or
      * TEST. REPLAY-REPORT lists what was restored, what ran and
      * what matched, and ends with one line: could the night be
      * reproduced, yes or no.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "REPLAYCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTL-STATUS.
           SELECT CATFILE ASSIGN TO WS-RUNCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT PARMCATFILE ASSIGN TO WS-PARMCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMCAT-STATUS.
           SELECT RUNCALFILE ASSIGN TO WS-RUNCAL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCAL-STATUS.
           SELECT STEPTABLEFILE ASSIGN TO WS-LINEUP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPTABLE-STATUS.
           SELECT COPYINFILE ASSIGN TO WS-COPY-FROM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYIN-STATUS.
           SELECT COPYOUTFILE ASSIGN TO WS-COPY-TO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYOUT-STATUS.
           SELECT LEDGERFILE ASSIGN TO WS-LEDGER-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LEDGER-REC-KEY
           FILE STATUS IS LEDGER-STATUS.
           SELECT TESTLEDGERFILE ASSIGN TO WS-TEST-LEDGER-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TLEDGER-REC-KEY
           FILE STATUS IS TLEDGER-STATUS.
           SELECT LOCKFILE ASSIGN TO WS-LOCK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STATUS.
           SELECT REPORTFILE ASSIGN TO "REPLAY-REPORT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The replay order: the processing date in columns 1-8, the
      * chain cycle in 10 (blank = the night run), the user asking
      * in 12-19.
         FD CTLFILE.
         01 CTL-RECORD.
           05 CTL-DATE PIC X(8).
           05 FILLER PIC X.
           05 CTL-CYCLE PIC X.
           05 FILLER PIC X.
           05 CTL-USER PIC X(8).

         FD CATFILE.
         01 CAT-RECORD PIC X(132).

      * PARMSNAP-01's catalog: '<file> <date> RECORDS <count>'.
         FD PARMCATFILE.
         01 PARMCAT-RECORD PIC X(80).

      * The record layout must match the one JOBCTL-01 reads.
         FD RUNCALFILE.
         01 RUNCAL-RECORD.
           05 RUNCAL-MATCH PIC X(8).
           05 FILLER PIC X.
           05 RUNCAL-LINEUP PIC X(24).
           05 FILLER PIC X.
           05 RUNCAL-CYCLE PIC X.
           05 FILLER PIC X.
           05 RUNCAL-FROM PIC X(4).
           05 FILLER PIC X.
           05 RUNCAL-TO PIC X(4).
           05 FILLER PIC X(35).

      * The record layout must match the one JOBCTL-01 reads.
         FD STEPTABLEFILE.
         01 STEPTABLE-RECORD.
           05 STEPTABLE-NAME PIC X(24).
           05 STEPTABLE-PROGRAM PIC X(14).
           05 STEPTABLE-FLAG PIC X.
           05 STEPTABLE-DEPENDS PIC X(14).
           05 STEPTABLE-CLASS PIC X.
           05 STEPTABLE-RETRY PIC 9(2).
           05 FILLER PIC X(24).

         FD COPYINFILE.
         01 COPYIN-RECORD PIC X(2000).

         FD COPYOUTFILE.
         01 COPYOUT-RECORD PIC X(2000).

      * The record layout must match what LEDGER-01 writes; the
      * night's ledger is read, never written.
         FD LEDGERFILE.
         01 LEDGER-RECORD.
           05 LEDGER-REC-KEY.
             10 LEDGER-REC-PROGRAM PIC X(14).
             10 LEDGER-REC-DATE PIC X(8).
           05 LEDGER-REC-RESULT PIC 9(18).
           05 LEDGER-REC-RESULT-TEXT PIC X(20).

      * The TEST ledger the replayed steps file into, same layout.
         FD TESTLEDGERFILE.
         01 TLEDGER-RECORD.
           05 TLEDGER-REC-KEY.
             10 TLEDGER-REC-PROGRAM PIC X(14).
             10 TLEDGER-REC-DATE PIC X(8).
           05 TLEDGER-REC-RESULT PIC 9(18).
           05 TLEDGER-REC-RESULT-TEXT PIC X(20).

      * The layout JOBCTL-01 writes.
         FD LOCKFILE.
         01 LOCK-RECORD.
           05 LOCK-OWNER PIC X(14).
           05 FILLER PIC X.
           05 LOCK-STAMP PIC X(14).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 CTL-STATUS PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 PARMCAT-STATUS PIC X(2) VALUE SPACES.
         01 RUNCAL-STATUS PIC X(2) VALUE SPACES.
         01 STEPTABLE-STATUS PIC X(2) VALUE SPACES.
         01 COPYIN-STATUS PIC X(2) VALUE SPACES.
         01 COPYOUT-STATUS PIC X(2) VALUE SPACES.
         01 LEDGER-STATUS PIC X(2) VALUE SPACES.
         01 TLEDGER-STATUS PIC X(2) VALUE SPACES.
         01 LOCK-STATUS PIC X(2) VALUE SPACES.
         01 CAT-EOF PIC 9 VALUE 0.
         01 PARMCAT-EOF PIC 9 VALUE 0.
         01 RUNCAL-EOF PIC 9 VALUE 0.
         01 STEPTABLE-EOF PIC 9 VALUE 0.
         01 COPYIN-EOF PIC 9 VALUE 0.
         01 WS-RUNCAT-DSN PIC X(64) VALUE 'RUNCAT'.
         01 WS-PARMCAT-DSN PIC X(64) VALUE 'PARMCAT'.
         01 WS-RUNCAL-DSN PIC X(64) VALUE 'RUNCAL'.
         01 WS-LINEUP-DSN PIC X(64) VALUE SPACES.
         01 WS-LEDGER-DSN PIC X(64) VALUE 'RESULTLEDGER'.
         01 WS-TEST-LEDGER-DSN PIC X(64) VALUE SPACES.
         01 WS-COPY-FROM PIC X(64) VALUE SPACES.
         01 WS-COPY-TO PIC X(64) VALUE SPACES.
         01 WS-LOCK-DSN PIC X(64) VALUE 'RUNLOCK'.
         01 WS-LOCK-HELD PIC X VALUE 'N'.
      * ENVQ-01's cached qualifier, shared across the run unit. The
      * replay sets it itself, so every step it CALLs resolves its
      * datasets to TEST names whatever ENVPARM says.
         01 ENVQ-QUALIFIER PIC X(8) EXTERNAL.
         01 ENVQ-LOADED PIC X EXTERNAL.
         01 WS-REPLAY-QUALIFIER PIC X(8) VALUE 'TEST'.
         COPY ENVQ.
         COPY PROCDATE.
         COPY CHKSUM.
         01 WS-REPLAY-DATE PIC X(8) VALUE SPACES.
         01 WS-REPLAY-CYCLE PIC 9 VALUE 1.
         01 WS-REPLAY-USER PIC X(8) VALUE SPACES.
      * RUNCAT entry words, as ARCREST-01 reads them.
         01 WS-CAT-DSN PIC X(44) VALUE SPACES.
         01 WS-CAT-DATE PIC X(8) VALUE SPACES.
         01 WS-CAT-WORD PIC X(12) VALUE SPACES.
         01 WS-CAT-COUNT-FIELD PIC X(8) VALUE SPACES.
         01 WS-CAT-BY PIC X(12) VALUE SPACES.
         01 WS-CAT-PROGRAM PIC X(14) VALUE SPACES.
         01 WS-CAT-SUM-WORD PIC X(12) VALUE SPACES.
         01 WS-CAT-SUM-FIELD PIC X(10) VALUE SPACES.
         01 WS-CAT-COUNT PIC 9(8) VALUE 0.
         01 WS-CAT-SUM PIC 9(10) VALUE 0.
         01 WS-CAT-HAS-SUM PIC X VALUE 'N'.
         01 WS-ERASED-HITS PIC 9(2) VALUE 0.
         01 WS-COPIED-COUNT PIC 9(8) VALUE 0.
         01 WS-OUTCOME PIC X(24) VALUE SPACES.
      * The night's RUNCAT entries, one per dataset: a rerun of the
      * archive step the same night overwrote the .D-copy, so its
      * later entry is the one that describes what is on disk.
         01 WS-CAT-LINE PIC X(132) VALUE SPACES.
         01 WS-IN-COUNT PIC 9(3) VALUE 0.
         01 WS-IN-IDX PIC 9(3) VALUE 0.
         01 WS-IN-TABLE.
           05 WS-IN OCCURS 100 TIMES.
             10 WS-IN-DSN PIC X(44).
             10 WS-IN-LINE PIC X(132).
      * PARMCAT entry words.
         01 WS-PC-FILE PIC X(12) VALUE SPACES.
         01 WS-PC-DATE PIC X(8) VALUE SPACES.
         01 WS-PC-WORD PIC X(12) VALUE SPACES.
         01 WS-PC-COUNT PIC X(8) VALUE SPACES.
      * Control files put back from that night's captures; the
      * calendar and the lineup are read from their TEST copies
      * when they are among them.
         01 WS-PARM-COUNT PIC 9(2) VALUE 0.
         01 WS-PARM-TABLE.
           05 WS-PARM-NAME PIC X(12) OCCURS 20 TIMES.
         01 WS-PARM-LOOKUP PIC X(24) VALUE SPACES.
         01 WS-PARM-HIT PIC X VALUE 'N'.
         01 WS-PARM-IDX PIC 9(2) VALUE 0.
         01 WS-INPUT-COUNT PIC 9(3) VALUE 0.
         01 WS-INPUT-FAULTS PIC 9(3) VALUE 0.
         01 WS-RUN-FAULTS PIC 9(3) VALUE 0.
      * Run calendar match, as JOBCTL-01 picks the lineup.
         01 WS-DATE-INT PIC 9(8) VALUE 0.
         01 WS-DOW-NUM PIC 9 VALUE 0.
         01 WS-DOW PIC X(3) VALUE SPACES.
         01 WS-ENTRY-CYCLE PIC 9 VALUE 1.
         01 WS-LINEUP-NAME PIC X(24) VALUE 'JOBCTLSTEPS'.
         01 WS-LINEUP-PICKED PIC X VALUE 'N'.
         01 WS-NO-RUN PIC X VALUE 'N'.
         01 WS-STEP-COUNT PIC 9(2) VALUE 0.
         01 WS-STEP-IDX PIC 9(2) VALUE 0.
         01 WS-JDX PIC 9(2) VALUE 0.
         01 WS-STEP-TABLE.
           05 WS-STEP OCCURS 16 TIMES.
             10 WS-TBL-NAME PIC X(24).
             10 WS-TBL-PROGRAM PIC X(14).
             10 WS-TBL-RC PIC 9(4).
      * One program's results, night and replay.
         01 WS-LIVE-FOUND PIC X VALUE 'N'.
         01 WS-TEST-FOUND PIC X VALUE 'N'.
         01 WS-LIVE-SHOW PIC X(20) VALUE SPACES.
         01 WS-TEST-SHOW PIC X(20) VALUE SPACES.
         01 WS-LEDGER-OPEN PIC X VALUE 'N'.
         01 WS-TLEDGER-OPEN PIC X VALUE 'N'.
         01 WS-SEEN PIC X VALUE 'N'.
         01 WS-MATCH-COUNT PIC 9(2) VALUE 0.
         01 WS-DIFF-COUNT PIC 9(2) VALUE 0.
         01 WS-VERDICT PIC X(3) VALUE 'NO'.

       PROCEDURE DIVISION.
       001-MAIN.
           PERFORM 002-LOAD-ORDER.
           OPEN OUTPUT REPORTFILE.
           IF WS-REPLAY-DATE IS NOT NUMERIC THEN
              MOVE 'REPLAY-01: REPLAYCTL INCOMPLETE - NO REPLAY'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 003-RESOLVE-NAMES.
           PERFORM 004-CHECK-RUN-LOCKS.
           IF WS-LOCK-HELD = 'Y' THEN
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REPLAY OF ' DELIMITED BY SIZE
               WS-REPLAY-DATE DELIMITED BY SIZE
               ' CYCLE ' DELIMITED BY SIZE
               WS-REPLAY-CYCLE DELIMITED BY SIZE
               ' UNDER ' DELIMITED BY SIZE
               WS-REPLAY-QUALIFIER DELIMITED BY SPACE
               ' FOR ' DELIMITED BY SIZE
               WS-REPLAY-USER DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           PERFORM 010-RESTORE-INPUTS.
           PERFORM 020-RESTORE-PARMS.
           PERFORM 030-RESOLVE-LINEUP.
           IF WS-NO-RUN = 'Y' THEN
              ADD 1 TO WS-RUN-FAULTS
              MOVE 'NO-RUN DAY ON THE RUN CALENDAR - NOTHING TO REPLAY'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           ELSE
              PERFORM 034-LOAD-LINEUP
           END-IF.
           IF WS-STEP-COUNT > 0 THEN
              PERFORM 040-RUN-LINEUP
              PERFORM 050-COMPARE-RESULTS
           END-IF.
           PERFORM 060-WRITE-VERDICT.
           CLOSE REPORTFILE.
           IF WS-VERDICT = 'YES' THEN
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       002-LOAD-ORDER.
           OPEN INPUT CTLFILE.
           IF CTL-STATUS = "00" THEN
              READ CTLFILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE CTL-DATE TO WS-REPLAY-DATE
                    MOVE CTL-USER TO WS-REPLAY-USER
                    IF CTL-CYCLE IS NUMERIC AND CTL-CYCLE NOT = '0'
                        THEN
                       MOVE CTL-CYCLE TO WS-REPLAY-CYCLE
                    END-IF
              END-READ
              CLOSE CTLFILE
           ELSE
              CLOSE CTLFILE
           END-IF.

      * The night's catalogs, archives and captures are read under
      * their production names, cycle-qualified where the cycle owns
      * them; everything restored or run goes through ENVQ-01 onto
      * TEST names.
       003-RESOLVE-NAMES.
           MOVE WS-REPLAY-QUALIFIER TO ENVQ-QUALIFIER.
           MOVE 'Y' TO ENVQ-LOADED.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-REPLAY-CYCLE TO PROCDATE-CYCLE.
           MOVE 'RUNCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-RUNCAT-DSN.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RESULTLEDGER' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-LEDGER-DSN.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TEST-LEDGER-DSN.

      * A live chain may be partway through the night being rebuilt,
      * and a rehearsal chain owns the TEST names the replay writes;
      * while either holds its run lock nothing is restored or run.
       004-CHECK-RUN-LOCKS.
           MOVE 'N' TO WS-LOCK-HELD.
           MOVE 'RUNLOCK' TO WS-LOCK-DSN.
           PERFORM 005-CHECK-ONE-LOCK.
           IF WS-LOCK-HELD = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'RUNLOCK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LOCK-DSN.
           PERFORM 005-CHECK-ONE-LOCK.

       005-CHECK-ONE-LOCK.
           OPEN INPUT LOCKFILE.
           IF LOCK-STATUS NOT = "00" THEN
              CLOSE LOCKFILE
              EXIT PARAGRAPH
           END-IF.
           READ LOCKFILE
              AT END MOVE SPACES TO LOCK-RECORD
           END-READ.
           CLOSE LOCKFILE.
           MOVE 'Y' TO WS-LOCK-HELD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REPLAY-01: ' DELIMITED BY SIZE
               WS-LOCK-DSN DELIMITED BY SPACE
               ' HELD BY ' DELIMITED BY SIZE
               LOCK-OWNER DELIMITED BY SPACE
               ' SINCE ' DELIMITED BY SIZE
               LOCK-STAMP DELIMITED BY SIZE
               ' - NO REPLAY' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * Every input the night archived goes back onto its TEST name.
      * A night with no archived input cannot be shown reproduced.
       010-RESTORE-INPUTS.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
              ADD 1 TO WS-INPUT-FAULTS
              MOVE SPACES TO REPORT-RECORD
              STRING 'INPUT  NO ' DELIMITED BY SIZE
                  WS-RUNCAT-DSN DELIMITED BY SPACE
                  ' ON FILE - NO INPUTS RESTORED' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CAT-EOF.
           PERFORM 011-READ-CATALOG UNTIL CAT-EOF = 1.
           CLOSE CATFILE.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-IN-COUNT
              MOVE WS-IN-LINE(WS-IN-IDX) TO WS-CAT-LINE
              PERFORM 019-SPLIT-CATALOG-LINE
              PERFORM 012-RESTORE-ONE-INPUT
           END-PERFORM.
           IF WS-INPUT-COUNT = 0 THEN
              ADD 1 TO WS-INPUT-FAULTS
              MOVE SPACES TO REPORT-RECORD
              STRING 'INPUT  NO ARCHIVED INPUTS CATALOGED FOR '
                  DELIMITED BY SIZE
                  WS-REPLAY-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

       011-READ-CATALOG.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  MOVE CAT-RECORD TO WS-CAT-LINE
                  PERFORM 019-SPLIT-CATALOG-LINE
                  IF WS-CAT-DATE = WS-REPLAY-DATE AND
                      WS-CAT-COUNT-FIELD IS NUMERIC THEN
                     PERFORM 018-NOTE-INPUT
                  END-IF
           END-READ.

      * The archive is refused, as ARCREST-01 refuses it, when it is
      * missing or no longer matches its cataloged checksum; a copy
      * whose size disagrees with the catalog is restored but
      * counted against the replay.
       012-RESTORE-ONE-INPUT.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE WS-CAT-COUNT-FIELD TO WS-CAT-COUNT.
           PERFORM 013-NOTE-CHECKSUM.
           MOVE SPACES TO WS-COPY-FROM.
           STRING WS-CAT-DSN DELIMITED BY SPACE
               '.D' DELIMITED BY SIZE
               WS-REPLAY-DATE DELIMITED BY SIZE
               INTO WS-COPY-FROM.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-REPLAY-CYCLE TO PROCDATE-CYCLE.
           MOVE WS-COPY-FROM TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-COPY-FROM.
           MOVE WS-CAT-DSN TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-COPY-TO.
           MOVE 0 TO WS-COPIED-COUNT.
           OPEN INPUT COPYINFILE.
           IF COPYIN-STATUS NOT = "00" THEN
              CLOSE COPYINFILE
              ADD 1 TO WS-INPUT-FAULTS
              MOVE 'ARCHIVE NOT ON DISK' TO WS-OUTCOME
              PERFORM 017-WRITE-INPUT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-HAS-SUM = 'Y' THEN
              PERFORM 014-VERIFY-CHECKSUM
              IF CHKSUM-VALUE NOT = WS-CAT-SUM THEN
                 CLOSE COPYINFILE
                 ADD 1 TO WS-INPUT-FAULTS
                 MOVE 'FAILS ITS CHECKSUM' TO WS-OUTCOME
                 PERFORM 017-WRITE-INPUT-LINE
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           OPEN OUTPUT COPYOUTFILE.
           MOVE 0 TO COPYIN-EOF.
           PERFORM 016-COPY-RECORD UNTIL COPYIN-EOF = 1.
           CLOSE COPYOUTFILE.
           CLOSE COPYINFILE.
           MOVE 0 TO WS-ERASED-HITS.
           INSPECT WS-CAT-LINE TALLYING WS-ERASED-HITS
               FOR ALL ' ERASED '.
           IF WS-COPIED-COUNT NOT = WS-CAT-COUNT THEN
              ADD 1 TO WS-INPUT-FAULTS
              MOVE 'RESTORED, COUNT DIFFERS' TO WS-OUTCOME
           ELSE
              IF WS-ERASED-HITS > 0 THEN
                 MOVE 'RESTORED, ERASED SINCE' TO WS-OUTCOME
              ELSE
                 MOVE 'RESTORED' TO WS-OUTCOME
              END-IF
           END-IF.
           PERFORM 017-WRITE-INPUT-LINE.

      * An entry filed with no consuming program has the CHECKSUM
      * word one place earlier; an entry filed before archives were
      * checksummed has none and is restored unverified.
       013-NOTE-CHECKSUM.
           MOVE 'N' TO WS-CAT-HAS-SUM.
           IF WS-CAT-SUM-WORD = 'CHECKSUM' AND
               WS-CAT-SUM-FIELD IS NUMERIC THEN
              MOVE 'Y' TO WS-CAT-HAS-SUM
              MOVE WS-CAT-SUM-FIELD TO WS-CAT-SUM
           END-IF.
           IF WS-CAT-PROGRAM = 'CHECKSUM' AND
               WS-CAT-SUM-WORD(1:10) IS NUMERIC THEN
              MOVE 'Y' TO WS-CAT-HAS-SUM
              MOVE WS-CAT-SUM-WORD(1:10) TO WS-CAT-SUM
           END-IF.

      * Reads the whole copy for its checksum, then reopens it for
      * the restore proper.
       014-VERIFY-CHECKSUM.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE 0 TO COPYIN-EOF.
           PERFORM 015-SUM-RECORD UNTIL COPYIN-EOF = 1.
           CLOSE COPYINFILE.
           OPEN INPUT COPYINFILE.

       015-SUM-RECORD.
           READ COPYINFILE
               AT END MOVE 1 TO COPYIN-EOF
               NOT AT END
                  SET CHKSUM-ADD TO TRUE
                  MOVE 1600 TO CHKSUM-LENGTH
                  MOVE COPYIN-RECORD TO CHKSUM-DATA
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.

       016-COPY-RECORD.
           READ COPYINFILE
               AT END MOVE 1 TO COPYIN-EOF
               NOT AT END
                  ADD 1 TO WS-COPIED-COUNT
                  MOVE COPYIN-RECORD TO COPYOUT-RECORD
                  WRITE COPYOUT-RECORD
           END-READ.

       017-WRITE-INPUT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'INPUT  ' DELIMITED BY SIZE
               WS-CAT-DSN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-COPIED-COUNT DELIMITED BY SIZE
               ' RECORDS, CATALOG ' DELIMITED BY SIZE
               WS-CAT-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

       018-NOTE-INPUT.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-IN-COUNT
              IF WS-IN-DSN(WS-IN-IDX) = WS-CAT-DSN THEN
                 MOVE WS-CAT-LINE TO WS-IN-LINE(WS-IN-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-IN-COUNT >= 100 THEN
              ADD 1 TO WS-INPUT-FAULTS
              MOVE SPACES TO REPORT-RECORD
              STRING 'INPUT  ' DELIMITED BY SIZE
                  WS-CAT-DSN DELIMITED BY SIZE
                  ' NOT RESTORED - OVER 100 INPUTS' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IN-COUNT.
           MOVE WS-CAT-DSN TO WS-IN-DSN(WS-IN-COUNT).
           MOVE WS-CAT-LINE TO WS-IN-LINE(WS-IN-COUNT).

       019-SPLIT-CATALOG-LINE.
           MOVE SPACES TO WS-CAT-DSN WS-CAT-DATE WS-CAT-WORD
               WS-CAT-COUNT-FIELD WS-CAT-BY WS-CAT-PROGRAM
               WS-CAT-SUM-WORD WS-CAT-SUM-FIELD.
           UNSTRING WS-CAT-LINE DELIMITED BY ALL ' '
               INTO WS-CAT-DSN WS-CAT-DATE WS-CAT-WORD
               WS-CAT-COUNT-FIELD WS-CAT-BY WS-CAT-PROGRAM
               WS-CAT-SUM-WORD WS-CAT-SUM-FIELD
           END-UNSTRING.

      * Every control file captured at that night's chain start goes
      * back onto its TEST name. A night with no capture cannot be
      * shown to have run on the parameters the replay uses.
       020-RESTORE-PARMS.
           OPEN INPUT PARMCATFILE.
           IF PARMCAT-STATUS NOT = "00" THEN
              CLOSE PARMCATFILE
              ADD 1 TO WS-INPUT-FAULTS
              MOVE 'PARM   NO PARMCAT ON FILE - NOTHING RESTORED'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PARMCAT-EOF.
           PERFORM 021-READ-PARMCAT UNTIL PARMCAT-EOF = 1.
           CLOSE PARMCATFILE.
           IF WS-PARM-COUNT = 0 THEN
              ADD 1 TO WS-INPUT-FAULTS
              MOVE SPACES TO REPORT-RECORD
              STRING 'PARM   NO PARAMETER CAPTURES CATALOGED FOR '
                  DELIMITED BY SIZE
                  WS-REPLAY-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

       021-READ-PARMCAT.
           READ PARMCATFILE
               AT END MOVE 1 TO PARMCAT-EOF
               NOT AT END
                  MOVE SPACES TO WS-PC-FILE WS-PC-DATE WS-PC-WORD
                      WS-PC-COUNT
                  UNSTRING PARMCAT-RECORD DELIMITED BY ALL ' '
                      INTO WS-PC-FILE WS-PC-DATE WS-PC-WORD
                      WS-PC-COUNT
                  END-UNSTRING
                  IF WS-PC-DATE = WS-REPLAY-DATE AND
                      WS-PC-FILE NOT = SPACES THEN
                     PERFORM 022-RESTORE-ONE-PARM
                  END-IF
           END-READ.

      * A file captured twice the same day has one .P-copy on disk,
      * the later one; it is restored once.
       022-RESTORE-ONE-PARM.
           MOVE WS-PC-FILE TO WS-PARM-LOOKUP.
           PERFORM 031-CHECK-RESTORED-PARM.
           IF WS-PARM-HIT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-COPY-FROM.
           STRING WS-PC-FILE DELIMITED BY SPACE
               '.P' DELIMITED BY SIZE
               WS-REPLAY-DATE DELIMITED BY SIZE
               INTO WS-COPY-FROM.
           MOVE WS-PC-FILE TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-COPY-TO.
           MOVE 0 TO WS-COPIED-COUNT.
           OPEN INPUT COPYINFILE.
           IF COPYIN-STATUS NOT = "00" THEN
              CLOSE COPYINFILE
              ADD 1 TO WS-INPUT-FAULTS
              MOVE 'CAPTURE NOT ON DISK' TO WS-OUTCOME
           ELSE
              OPEN OUTPUT COPYOUTFILE
              MOVE 0 TO COPYIN-EOF
              PERFORM 016-COPY-RECORD UNTIL COPYIN-EOF = 1
              CLOSE COPYOUTFILE
              CLOSE COPYINFILE
              MOVE 'RESTORED' TO WS-OUTCOME
              IF WS-PARM-COUNT < 20 THEN
                 ADD 1 TO WS-PARM-COUNT
                 MOVE WS-PC-FILE TO WS-PARM-NAME(WS-PARM-COUNT)
              END-IF
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'PARM   ' DELIMITED BY SIZE
               WS-PC-FILE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-COPIED-COUNT DELIMITED BY SIZE
               ' RECORDS, CATALOG ' DELIMITED BY SIZE
               WS-PC-COUNT DELIMITED BY SPACE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * The night's lineup comes off the run calendar the way
      * JOBCTL-01 picked it: the first entry for the date or its
      * weekday and the replayed cycle, else the plain JOBCTLSTEPS.
      * The calendar and the step table are the ones captured that
      * night when PARMSNAP-01 took them, else today's.
       030-RESOLVE-LINEUP.
           MOVE 'RUNCAL' TO WS-PARM-LOOKUP.
           PERFORM 031-CHECK-RESTORED-PARM.
           IF WS-PARM-HIT = 'Y' THEN
              MOVE 'RUNCAL' TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-RUNCAL-DSN
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-REPLAY-DATE)).
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
           OPEN INPUT RUNCALFILE.
           IF RUNCAL-STATUS = "00" THEN
              MOVE 0 TO RUNCAL-EOF
              PERFORM 032-READ-RUNCAL UNTIL RUNCAL-EOF = 1
              CLOSE RUNCALFILE
           ELSE
              CLOSE RUNCALFILE
           END-IF.
           MOVE WS-LINEUP-NAME TO WS-PARM-LOOKUP.
           PERFORM 031-CHECK-RESTORED-PARM.
           IF WS-PARM-HIT = 'Y' THEN
              MOVE WS-LINEUP-NAME TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-LINEUP-DSN
           ELSE
              MOVE WS-LINEUP-NAME TO WS-LINEUP-DSN
           END-IF.

       031-CHECK-RESTORED-PARM.
           MOVE 'N' TO WS-PARM-HIT.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-COUNT
              IF WS-PARM-NAME(WS-PARM-IDX) = WS-PARM-LOOKUP THEN
                 MOVE 'Y' TO WS-PARM-HIT
              END-IF
           END-PERFORM.

       032-READ-RUNCAL.
           READ RUNCALFILE
               AT END MOVE 1 TO RUNCAL-EOF
               NOT AT END PERFORM 033-MATCH-RUNCAL
           END-READ.

       033-MATCH-RUNCAL.
           IF RUNCAL-MATCH NOT = WS-REPLAY-DATE AND
               RUNCAL-MATCH(1:3) NOT = WS-DOW THEN
              EXIT PARAGRAPH
           END-IF.
           IF RUNCAL-CYCLE IS NUMERIC AND RUNCAL-CYCLE NOT = '0' THEN
              MOVE RUNCAL-CYCLE TO WS-ENTRY-CYCLE
           ELSE
              MOVE 1 TO WS-ENTRY-CYCLE
           END-IF.
           IF WS-LINEUP-PICKED = 'N' AND
               WS-ENTRY-CYCLE = WS-REPLAY-CYCLE THEN
              MOVE 'Y' TO WS-LINEUP-PICKED
              IF RUNCAL-LINEUP = 'NO-RUN' THEN
                 MOVE 'Y' TO WS-NO-RUN
              ELSE
                 MOVE RUNCAL-LINEUP TO WS-LINEUP-NAME
              END-IF
              MOVE 1 TO RUNCAL-EOF
           END-IF.

      * Only the steps active in that lineup are replayed, in its
      * order.
       034-LOAD-LINEUP.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'LINEUP ' DELIMITED BY SIZE
               WS-LINEUP-DSN DELIMITED BY SPACE
               ' FOR ' DELIMITED BY SIZE
               WS-DOW DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REPLAY-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN INPUT STEPTABLEFILE.
           IF STEPTABLE-STATUS NOT = "00" THEN
              CLOSE STEPTABLEFILE
              ADD 1 TO WS-RUN-FAULTS
              MOVE 'LINEUP NOT ON FILE - NOTHING REPLAYED'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO STEPTABLE-EOF.
           PERFORM 035-READ-STEP-RECORD UNTIL STEPTABLE-EOF = 1.
           CLOSE STEPTABLEFILE.

       035-READ-STEP-RECORD.
           READ STEPTABLEFILE
               AT END MOVE 1 TO STEPTABLE-EOF
               NOT AT END
                  IF STEPTABLE-FLAG = 'A' AND
                      STEPTABLE-PROGRAM NOT = SPACES THEN
                     IF WS-STEP-COUNT < 16 THEN
                        ADD 1 TO WS-STEP-COUNT
                        MOVE STEPTABLE-NAME
                            TO WS-TBL-NAME(WS-STEP-COUNT)
                        MOVE STEPTABLE-PROGRAM
                            TO WS-TBL-PROGRAM(WS-STEP-COUNT)
                        MOVE 0 TO WS-TBL-RC(WS-STEP-COUNT)
                     ELSE
                        ADD 1 TO WS-RUN-FAULTS
                        MOVE 'LINEUP OVER 16 STEPS - REST NOT RUN'
                            TO REPORT-RECORD
                        WRITE REPORT-RECORD
                        DISPLAY REPORT-RECORD
                        MOVE 1 TO STEPTABLE-EOF
                     END-IF
                  END-IF
           END-READ.

      * The night is opened in the TEST processing-date record, so
      * each step stamps ledger keys, generations and archives with
      * the replayed date; whatever an earlier replay of the same
      * night left in the TEST ledger is cleared first, so a step
      * that files nothing this time cannot pass on a stale entry.
       040-RUN-LINEUP.
           SET PROCDATE-OPEN-NIGHT TO TRUE.
           MOVE WS-REPLAY-DATE TO PROCDATE-DATE.
           MOVE WS-REPLAY-CYCLE TO PROCDATE-CYCLE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           PERFORM 041-CLEAR-TEST-LEDGER.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
              PERFORM 042-RUN-STEP
           END-PERFORM.
           SET PROCDATE-CLOSE-NIGHT TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.

       041-CLEAR-TEST-LEDGER.
           OPEN I-O TESTLEDGERFILE.
           IF TLEDGER-STATUS NOT = "00" THEN
              CLOSE TESTLEDGERFILE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
              MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO TLEDGER-REC-PROGRAM
              MOVE WS-REPLAY-DATE TO TLEDGER-REC-DATE
              DELETE TESTLEDGERFILE
                 INVALID KEY CONTINUE
              END-DELETE
           END-PERFORM.
           CLOSE TESTLEDGERFILE.

      * Each step starts from its initial state, as in REHRSL-01; a
      * step that cannot be loaded is graded like JOBCTL-01 grades
      * it.
       042-RUN-STEP.
           MOVE 0 TO RETURN-CODE.
           CALL WS-TBL-PROGRAM(WS-STEP-IDX)
              ON EXCEPTION
                 DISPLAY 'REPLAY-01: PROGRAM '
                     WS-TBL-PROGRAM(WS-STEP-IDX)
                     ' COULD NOT BE CALLED'
                 MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-TBL-RC(WS-STEP-IDX).
           MOVE 0 TO RETURN-CODE.
           CANCEL WS-TBL-PROGRAM(WS-STEP-IDX).
           MOVE SPACES TO REPORT-RECORD.
           STRING 'STEP   ' DELIMITED BY SIZE
               WS-TBL-NAME(WS-STEP-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TBL-PROGRAM(WS-STEP-IDX) DELIMITED BY SIZE
               ' RC ' DELIMITED BY SIZE
               WS-TBL-RC(WS-STEP-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * One line per program of the lineup. A result the night
      * filed must come back the same from the replay; a program
      * that files no result either time is listed but decides
      * nothing.
       050-COMPARE-RESULTS.
           OPEN INPUT LEDGERFILE.
           IF LEDGER-STATUS = "00" THEN
              MOVE 'Y' TO WS-LEDGER-OPEN
           ELSE
              ADD 1 TO WS-RUN-FAULTS
              MOVE SPACES TO REPORT-RECORD
              STRING 'RESULT ' DELIMITED BY SIZE
                  WS-LEDGER-DSN DELIMITED BY SPACE
                  ' NOT READABLE, STATUS ' DELIMITED BY SIZE
                  LEDGER-STATUS DELIMITED BY SIZE
                  ' - NOTHING COMPARED' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              CLOSE LEDGERFILE
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TESTLEDGERFILE.
           IF TLEDGER-STATUS = "00" THEN
              MOVE 'Y' TO WS-TLEDGER-OPEN
           ELSE
              CLOSE TESTLEDGERFILE
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
              MOVE 'N' TO WS-SEEN
              PERFORM VARYING WS-JDX FROM 1 BY 1
                  UNTIL WS-JDX >= WS-STEP-IDX
                 IF WS-TBL-PROGRAM(WS-JDX) =
                     WS-TBL-PROGRAM(WS-STEP-IDX) THEN
                    MOVE 'Y' TO WS-SEEN
                 END-IF
              END-PERFORM
              IF WS-SEEN = 'N' THEN
                 PERFORM 051-COMPARE-ONE-PROGRAM
              END-IF
           END-PERFORM.
           IF WS-TLEDGER-OPEN = 'Y' THEN
              CLOSE TESTLEDGERFILE
           END-IF.
           CLOSE LEDGERFILE.

       051-COMPARE-ONE-PROGRAM.
           MOVE 'N' TO WS-LIVE-FOUND WS-TEST-FOUND.
           MOVE SPACES TO WS-LIVE-SHOW WS-TEST-SHOW.
           MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO LEDGER-REC-PROGRAM.
           MOVE WS-REPLAY-DATE TO LEDGER-REC-DATE.
           READ LEDGERFILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LIVE-FOUND
                 IF LEDGER-REC-RESULT-TEXT NOT = SPACES THEN
                    MOVE LEDGER-REC-RESULT-TEXT TO WS-LIVE-SHOW
                 ELSE
                    MOVE LEDGER-REC-RESULT TO WS-LIVE-SHOW
                 END-IF
           END-READ.
           IF WS-TLEDGER-OPEN = 'Y' THEN
              MOVE WS-TBL-PROGRAM(WS-STEP-IDX) TO TLEDGER-REC-PROGRAM
              MOVE WS-REPLAY-DATE TO TLEDGER-REC-DATE
              READ TESTLEDGERFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-TEST-FOUND
                    IF TLEDGER-REC-RESULT-TEXT NOT = SPACES THEN
                       MOVE TLEDGER-REC-RESULT-TEXT TO WS-TEST-SHOW
                    ELSE
                       MOVE TLEDGER-REC-RESULT TO WS-TEST-SHOW
                    END-IF
              END-READ
           END-IF.
           EVALUATE TRUE
            WHEN WS-LIVE-FOUND = 'Y' AND WS-TEST-FOUND = 'Y'
              IF WS-LIVE-SHOW = WS-TEST-SHOW THEN
                 ADD 1 TO WS-MATCH-COUNT
                 MOVE 'REPRODUCED' TO WS-OUTCOME
              ELSE
                 ADD 1 TO WS-DIFF-COUNT
                 MOVE 'DIFFERS' TO WS-OUTCOME
              END-IF
            WHEN WS-LIVE-FOUND = 'Y'
              ADD 1 TO WS-DIFF-COUNT
              MOVE 'NO RESULT FROM REPLAY' TO WS-OUTCOME
            WHEN WS-TEST-FOUND = 'Y'
              MOVE 'NO RESULT THAT NIGHT' TO WS-OUTCOME
            WHEN OTHER
              MOVE 'NO RESULT KEPT' TO WS-OUTCOME
           END-EVALUATE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RESULT ' DELIMITED BY SIZE
               WS-TBL-PROGRAM(WS-STEP-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               ' NIGHT ' DELIMITED BY SIZE
               WS-LIVE-SHOW DELIMITED BY SIZE
               ' REPLAY ' DELIMITED BY SIZE
               WS-TEST-SHOW DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * Reproduced means: every input and capture came back intact,
      * the lineup ran, and every result the night filed came back
      * the same -- with at least one result to go on.
       060-WRITE-VERDICT.
           IF WS-INPUT-FAULTS = 0 AND WS-RUN-FAULTS = 0 AND
               WS-DIFF-COUNT = 0 AND WS-MATCH-COUNT > 0 THEN
              MOVE 'YES' TO WS-VERDICT
           ELSE
              MOVE 'NO' TO WS-VERDICT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-INPUT-COUNT DELIMITED BY SIZE
               ' INPUT(S), ' DELIMITED BY SIZE
               WS-PARM-COUNT DELIMITED BY SIZE
               ' CONTROL FILE(S), ' DELIMITED BY SIZE
               WS-INPUT-FAULTS DELIMITED BY SIZE
               ' NOT RESTORED CLEAN; ' DELIMITED BY SIZE
               WS-STEP-COUNT DELIMITED BY SIZE
               ' STEP(S) RUN; ' DELIMITED BY SIZE
               WS-MATCH-COUNT DELIMITED BY SIZE
               ' RESULT(S) REPRODUCED, ' DELIMITED BY SIZE
               WS-DIFF-COUNT DELIMITED BY SIZE
               ' NOT' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'COULD ' DELIMITED BY SIZE
               WS-REPLAY-DATE DELIMITED BY SIZE
               ' BE REPRODUCED: ' DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
