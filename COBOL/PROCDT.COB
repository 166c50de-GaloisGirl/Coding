       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCDATE-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Shared business processing date. A chain that starts at 23:40
      * and finishes at 00:30 is still one night's work, and a rerun
      * the next morning is still that night's work; every date
      * stamper (JOBLOG-01, JOBSTART-01, LEDGER-01, GENOUT-01,
      * ARCHIVE-01, OPSALRT-01) takes its run date from here instead
      * of the system clock, so ledger keys, report generations and
      * archive entries all land on the night they belong to. The
      * wall-clock time is still stamped by each writer on its own.
      *
      * The date lives in the PROCDATE control record. JOBCTL-01
      * opens the night at chain start and closes it when the chain
      * ends without failures; a chain that fails or dies leaves the
      * night open, so the resume run files under the same date. An
      * operator rerunning an old night writes the record by hand
      * with source OPERATOR; the next chain start takes that date
      * over and spends it. With no open night on file, the system
      * date is the processing date.
      *
      * The record also carries the chain cycle of that date (1 for
      * the night run unless the run calendar or the operator says
      * otherwise), and the Q function names a cycle's own copy of
      * a dataset, so an afternoon cycle neither overwrites the
      * night's ledger entries nor is taken for its resume.
      *
      * PROCDATE holds one record per cycle, so a night the first
      * cycle left open is still on file, for its own resume, after
      * an afternoon cycle has opened and closed its own. Opening or
      * closing a night rewrites only that cycle's record. G, for a
      * step that does not know its cycle, takes an operator record
      * first, then the most recently opened night; R takes the
      * given cycle's own record only.
      *
      * The date is read once per run unit and cached in EXTERNAL
      * storage, like the ENVQ-01 qualifier: every step of the chain
      * stamps with the same night even when midnight passes
      * between them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATEFILE ASSIGN TO WS-PROCDATE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The processing date, who set it, whether its night is still
      * open, and when (wall clock) the record was last written. An
      * operator's override needs only the date, OPERATOR and, for
      * any cycle but the first, the cycle number, typed over that
      * cycle's line (or added when the cycle has none):
      *   20261013 OPERATOR 2
      * A blank or zero cycle is the first cycle's record; of two
      * lines for one cycle the later one counts.
         FD PROCDATEFILE.
         01 PROCDATE-RECORD.
           05 PD-REC-DATE PIC X(8).
           05 FILLER PIC X.
           05 PD-REC-SOURCE PIC X(8).
           05 FILLER PIC X.
           05 PD-REC-CYCLE PIC X.
           05 FILLER PIC X.
           05 PD-REC-STATE PIC X(6).
           05 FILLER PIC X.
           05 PD-REC-STAMP PIC X(14).
           05 FILLER PIC X(39).

       WORKING-STORAGE SECTION.
         01 PROCDATE-STATUS PIC X(2) VALUE SPACES.
         01 WS-PROCDATE-DSN PIC X(64) VALUE 'PROCDATE'.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-NEW-STATE PIC X(6) VALUE SPACES.
         01 WS-WORK PIC X(64) VALUE SPACES.
         01 PROCDATE-EOF PIC 9 VALUE 0.
         01 WS-IDX PIC 9(2) VALUE 0.
         01 WS-REC-CYCLE PIC 9 VALUE 1.
         01 WS-BEST-STAMP PIC X(14) VALUE SPACES.
      * Every cycle's record as read, by cycle number.
         01 WS-CYCLE-TABLE.
           05 WS-CYC OCCURS 9 TIMES.
             10 WS-CYC-HELD PIC X.
             10 WS-CYC-DATE PIC X(8).
             10 WS-CYC-SOURCE PIC X(8).
             10 WS-CYC-STATE PIC X(6).
             10 WS-CYC-STAMP PIC X(14).
         COPY ENVQ.
      * Cached across every caller in the run unit.
         01 PROCDATE-CACHED-DATE PIC X(8) EXTERNAL.
         01 PROCDATE-CACHED-SOURCE PIC X(8) EXTERNAL.
         01 PROCDATE-CACHED-CYCLE PIC 9 EXTERNAL.
         01 PROCDATE-LOADED PIC X EXTERNAL.

       LINKAGE SECTION.
         COPY PROCDATE.

       PROCEDURE DIVISION USING PROCDATE-PARMS.
       001-MAIN.
           IF PROCDATE-QUALIFY THEN
              PERFORM 006-QUALIFY-DSNAME
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'PROCDATE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PROCDATE-DSN.
           EVALUATE TRUE
            WHEN PROCDATE-OPEN-NIGHT
              PERFORM 003-OPEN-NIGHT
            WHEN PROCDATE-CLOSE-NIGHT
              PERFORM 004-CLOSE-NIGHT
            WHEN PROCDATE-GET-CYCLE
              PERFORM 008-LOAD-CYCLE
            WHEN OTHER
              IF PROCDATE-LOADED NOT = 'Y' THEN
                 PERFORM 002-LOAD-PROCESSING-DATE
              END-IF
           END-EVALUATE.
           MOVE PROCDATE-CACHED-DATE TO PROCDATE-DATE.
           MOVE PROCDATE-CACHED-SOURCE TO PROCDATE-SOURCE.
           MOVE PROCDATE-CACHED-CYCLE TO PROCDATE-CYCLE.
           GOBACK.

      * An operator date always applies; a chain date applies while
      * its night is open, the most recently opened one when more
      * than one cycle is open. No record (status other than "00"),
      * only closed nights or a date that is not a date all mean the
      * system date.
       002-LOAD-PROCESSING-DATE.
           MOVE WS-TIMESTAMP(1:8) TO PROCDATE-CACHED-DATE.
           MOVE 'CLOCK' TO PROCDATE-CACHED-SOURCE.
           MOVE 1 TO PROCDATE-CACHED-CYCLE.
           MOVE 'Y' TO PROCDATE-LOADED.
           PERFORM 007-READ-RECORDS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
              IF WS-CYC-SOURCE(WS-IDX) = 'OPERATOR' AND
                  WS-CYC-DATE(WS-IDX) IS NUMERIC THEN
                 MOVE WS-CYC-DATE(WS-IDX) TO PROCDATE-CACHED-DATE
                 MOVE 'OPERATOR' TO PROCDATE-CACHED-SOURCE
                 MOVE WS-IDX TO PROCDATE-CACHED-CYCLE
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BEST-STAMP.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
              IF WS-CYC-SOURCE(WS-IDX) = 'CHAIN' AND
                  WS-CYC-STATE(WS-IDX) = 'OPEN' AND
                  WS-CYC-DATE(WS-IDX) IS NUMERIC AND
                  (WS-BEST-STAMP = SPACES OR
                   WS-CYC-STAMP(WS-IDX) > WS-BEST-STAMP) THEN
                 MOVE WS-CYC-STAMP(WS-IDX) TO WS-BEST-STAMP
                 MOVE WS-CYC-DATE(WS-IDX) TO PROCDATE-CACHED-DATE
                 MOVE 'CHAIN' TO PROCDATE-CACHED-SOURCE
                 MOVE WS-IDX TO PROCDATE-CACHED-CYCLE
              END-IF
           END-PERFORM.

      * JOBCTL-01 passes the date and cycle it resolved for this
      * chain; from here on every step of the chain stamps with them.
      * An operator record for the cycle is spent by the start.
       003-OPEN-NIGHT.
           MOVE PROCDATE-DATE TO PROCDATE-CACHED-DATE.
           MOVE PROCDATE-CYCLE TO PROCDATE-CACHED-CYCLE.
           MOVE 'CHAIN' TO PROCDATE-CACHED-SOURCE.
           MOVE 'Y' TO PROCDATE-LOADED.
           MOVE 'OPEN' TO WS-NEW-STATE.
           PERFORM 005-WRITE-RECORD.

      * A closed night stops applying: the next start takes the
      * system date again. The record stays on file so the morning
      * can still see which night the chain ran for.
       004-CLOSE-NIGHT.
           IF PROCDATE-LOADED NOT = 'Y' THEN
              PERFORM 002-LOAD-PROCESSING-DATE
           END-IF.
           MOVE 'CLOSED' TO WS-NEW-STATE.
           PERFORM 005-WRITE-RECORD.

      * Rewrites the cached cycle's record; every other cycle's
      * record is written back as it was read.
       005-WRITE-RECORD.
           PERFORM 007-READ-RECORDS.
           MOVE PROCDATE-CACHED-CYCLE TO WS-REC-CYCLE.
           IF WS-REC-CYCLE = 0 THEN
              MOVE 1 TO WS-REC-CYCLE
           END-IF.
           MOVE 'Y' TO WS-CYC-HELD(WS-REC-CYCLE).
           MOVE PROCDATE-CACHED-DATE TO WS-CYC-DATE(WS-REC-CYCLE).
           MOVE 'CHAIN' TO WS-CYC-SOURCE(WS-REC-CYCLE).
           MOVE WS-NEW-STATE TO WS-CYC-STATE(WS-REC-CYCLE).
           MOVE WS-TIMESTAMP(1:14) TO WS-CYC-STAMP(WS-REC-CYCLE).
           OPEN OUTPUT PROCDATEFILE.
           IF PROCDATE-STATUS NOT = "00" THEN
              DISPLAY 'PROCDATE-01: CANNOT WRITE PROCDATE, STATUS '
                  PROCDATE-STATUS
              CLOSE PROCDATEFILE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
              IF WS-CYC-HELD(WS-IDX) = 'Y' THEN
                 MOVE SPACES TO PROCDATE-RECORD
                 MOVE WS-CYC-DATE(WS-IDX) TO PD-REC-DATE
                 MOVE WS-CYC-SOURCE(WS-IDX) TO PD-REC-SOURCE
                 MOVE WS-IDX TO WS-REC-CYCLE
                 MOVE WS-REC-CYCLE TO PD-REC-CYCLE
                 MOVE WS-CYC-STATE(WS-IDX) TO PD-REC-STATE
                 MOVE WS-CYC-STAMP(WS-IDX) TO PD-REC-STAMP
                 WRITE PROCDATE-RECORD
              END-IF
           END-PERFORM.
           CLOSE PROCDATEFILE.

      * Cycle 1 is the plain dataset; any other cycle owns a copy
      * suffixed with its number. The caller still resolves the
      * result through ENVQ-01 afterwards, as for any dataset.
       006-QUALIFY-DSNAME.
           IF PROCDATE-CYCLE IS NOT NUMERIC OR PROCDATE-CYCLE < 2 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-WORK.
           STRING PROCDATE-DSNAME DELIMITED BY SPACE
               '.C' DELIMITED BY SIZE
               PROCDATE-CYCLE DELIMITED BY SIZE
               INTO WS-WORK.
           MOVE WS-WORK TO PROCDATE-DSNAME.

       007-READ-RECORDS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
              MOVE 'N' TO WS-CYC-HELD(WS-IDX)
              MOVE SPACES TO WS-CYC-DATE(WS-IDX)
                  WS-CYC-SOURCE(WS-IDX) WS-CYC-STATE(WS-IDX)
                  WS-CYC-STAMP(WS-IDX)
           END-PERFORM.
           OPEN INPUT PROCDATEFILE.
           IF PROCDATE-STATUS NOT = "00" THEN
              CLOSE PROCDATEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PROCDATE-EOF.
           PERFORM 009-READ-RECORD UNTIL PROCDATE-EOF = 1.
           CLOSE PROCDATEFILE.

      * R: the night of the cycle the caller names, from that cycle's
      * own record only -- its operator date, or its chain date while
      * its night is open; otherwise the system date for that cycle.
       008-LOAD-CYCLE.
           MOVE WS-TIMESTAMP(1:8) TO PROCDATE-CACHED-DATE.
           MOVE 'CLOCK' TO PROCDATE-CACHED-SOURCE.
           MOVE 1 TO PROCDATE-CACHED-CYCLE.
           IF PROCDATE-CYCLE IS NUMERIC AND PROCDATE-CYCLE > 0 THEN
              MOVE PROCDATE-CYCLE TO PROCDATE-CACHED-CYCLE
           END-IF.
           MOVE 'Y' TO PROCDATE-LOADED.
           PERFORM 007-READ-RECORDS.
           MOVE PROCDATE-CACHED-CYCLE TO WS-IDX.
           IF WS-CYC-DATE(WS-IDX) IS NUMERIC AND
               (WS-CYC-SOURCE(WS-IDX) = 'OPERATOR' OR
                (WS-CYC-SOURCE(WS-IDX) = 'CHAIN' AND
                 WS-CYC-STATE(WS-IDX) = 'OPEN')) THEN
              MOVE WS-CYC-DATE(WS-IDX) TO PROCDATE-CACHED-DATE
              MOVE WS-CYC-SOURCE(WS-IDX) TO PROCDATE-CACHED-SOURCE
           END-IF.

       009-READ-RECORD.
           MOVE SPACES TO PROCDATE-RECORD.
           READ PROCDATEFILE
               AT END MOVE 1 TO PROCDATE-EOF
               NOT AT END
                  IF PD-REC-DATE NOT = SPACES THEN
                     MOVE 1 TO WS-REC-CYCLE
                     IF PD-REC-CYCLE IS NUMERIC AND
                         PD-REC-CYCLE NOT = '0' THEN
                        MOVE PD-REC-CYCLE TO WS-REC-CYCLE
                     END-IF
                     MOVE 'Y' TO WS-CYC-HELD(WS-REC-CYCLE)
                     MOVE PD-REC-DATE TO WS-CYC-DATE(WS-REC-CYCLE)
                     MOVE PD-REC-SOURCE TO WS-CYC-SOURCE(WS-REC-CYCLE)
                     MOVE PD-REC-STATE TO WS-CYC-STATE(WS-REC-CYCLE)
                     MOVE PD-REC-STAMP TO WS-CYC-STAMP(WS-REC-CYCLE)
                  END-IF
           END-READ.
