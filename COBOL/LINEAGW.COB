       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Data lineage register writer: JOBCTL-01 calls this as each
      * chain step completes, and it appends to the LINEAGE register
      * what that step was part of on this run date and cycle:
      *   STEP   - the step, its program and return code
      *   INPUT  - each dataset ARCHLIST names the program as the
      *            consumer of, with the record count it held when
      *            the step finished (ARCHIVE-01 later files the same
      *            copy in RUNCAT)
      *   PARM   - the night's PARMCAT parameter captures, once per
      *            run date and cycle, under *CHAIN* since every step
      *            ran with them
      *   REPORT - each report generation GENOUT-01 cataloged for the
      *            run date that no earlier step has claimed, with its
      *            record count
      * LINQRY-01 answers 'what fed this report' and 'what did this
      * feed touch' from here, so a disputed figure or a feed recall
      * starts from one register instead of three catalogs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LINFILE ASSIGN TO WS-LINEAGE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIN-STATUS.
           SELECT ARCHLISTFILE ASSIGN TO WS-ARCHLIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHLIST-STATUS.
           SELECT PARMCATFILE ASSIGN TO WS-PARMCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMCAT-STATUS.
           SELECT GENCATFILE ASSIGN TO WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENCAT-STATUS.
           SELECT COUNTFILE ASSIGN TO WS-COUNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One register line: run date, cycle, the step's program
      * (*CHAIN* for the night's parameter captures), the kind, the
      * dataset (the lineup's step name on a STEP line), the date
      * of the copy meant (run date, capture date or generation
      * date), the record count (the return code on a STEP line)
      * and when the line was written.
         FD LINFILE.
         01 LIN-RECORD.
           05 LIN-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 LIN-CYCLE PIC X.
           05 FILLER PIC X.
           05 LIN-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 LIN-KIND PIC X(6).
           05 FILLER PIC X.
           05 LIN-DSN PIC X(44).
           05 FILLER PIC X.
           05 LIN-DATE PIC X(8).
           05 FILLER PIC X.
           05 LIN-COUNT PIC 9(8).
           05 FILLER PIC X.
           05 LIN-STAMP PIC X(14).

      * The ARCHIVE-01 list: dataset in columns 1-44, consuming
      * program in 45-58.
         FD ARCHLISTFILE.
         01 ARCHLIST-RECORD.
           05 ARCHLIST-DSN PIC X(44).
           05 ARCHLIST-PROGRAM PIC X(14).

      * PARMSNAP-01's catalog line: '<file> <date> RECORDS <count>'.
         FD PARMCATFILE.
         01 PARMCAT-RECORD PIC X(80).

         FD GENCATFILE.
         01 GENCAT-RECORD.
           05 GENCAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 GENCAT-GEN-DATE PIC X(8).
           05 FILLER PIC X(11).

         FD COUNTFILE.
         01 COUNT-RECORD PIC X(2000).

       WORKING-STORAGE SECTION.
         01 LIN-STATUS PIC X(2) VALUE SPACES.
         01 ARCHLIST-STATUS PIC X(2) VALUE SPACES.
         01 PARMCAT-STATUS PIC X(2) VALUE SPACES.
         01 GENCAT-STATUS PIC X(2) VALUE SPACES.
         01 COUNT-STATUS PIC X(2) VALUE SPACES.
         01 LIN-EOF PIC 9 VALUE 0.
         01 ARCHLIST-EOF PIC 9 VALUE 0.
         01 PARMCAT-EOF PIC 9 VALUE 0.
         01 GENCAT-EOF PIC 9 VALUE 0.
         01 COUNT-EOF PIC 9 VALUE 0.
         01 WS-LINEAGE-DSN PIC X(64) VALUE 'LINEAGE'.
         01 WS-ARCHLIST-DSN PIC X(64) VALUE 'ARCHLIST'.
         01 WS-PARMCAT-DSN PIC X(64) VALUE 'PARMCAT'.
         01 WS-GENCAT-DSN PIC X(64) VALUE 'GENCAT'.
         01 WS-COUNT-DSN PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-RUN-DATE PIC X(8) VALUE SPACES.
         01 WS-RUN-CYCLE PIC X VALUE SPACES.
         01 WS-RECORD-COUNT PIC 9(8) VALUE 0.
         01 WS-PARMS-LOGGED PIC X VALUE 'N'.
         01 WS-INPUTS-LOGGED PIC X VALUE 'N'.
      * Report generations of this run date and cycle that an
      * earlier step already claimed.
         01 WS-CLAIMED-TABLE.
           05 WS-CLAIMED-NAME PIC X(12) OCCURS 200 TIMES.
         01 WS-CLAIMED-COUNT PIC 9(3) VALUE 0.
         01 WS-IDX PIC 9(3) VALUE 0.
         01 WS-CLAIMED PIC X VALUE 'N'.
         01 WS-PC-FILE PIC X(44) VALUE SPACES.
         01 WS-PC-DATE PIC X(8) VALUE SPACES.
         01 WS-PC-WORD PIC X(8) VALUE SPACES.
         01 WS-PC-COUNT PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
         COPY LINEAGE.

       PROCEDURE DIVISION USING LINEAGE-PARMS.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           MOVE PROCDATE-CYCLE TO WS-RUN-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GENCAT-DSN.
           MOVE 'LINEAGE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LINEAGE-DSN.
           MOVE 'ARCHLIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ARCHLIST-DSN.
           MOVE 'PARMCAT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARMCAT-DSN.
           PERFORM 002-LOAD-REGISTER.
           OPEN EXTEND LINFILE.
           IF LIN-STATUS NOT = "00" AND LIN-STATUS NOT = "05" THEN
              DISPLAY 'LINEAGE-01: CANNOT OPEN LINEAGE, STATUS '
                  LIN-STATUS ' - ' LINEAGE-PROGRAM ' NOT REGISTERED'
              CLOSE LINFILE
              GOBACK
           END-IF.
           MOVE SPACES TO LIN-RECORD.
           MOVE LINEAGE-PROGRAM TO LIN-PROGRAM.
           MOVE 'STEP' TO LIN-KIND.
           MOVE LINEAGE-STEP-NAME TO LIN-DSN.
           MOVE WS-RUN-DATE TO LIN-DATE.
           MOVE LINEAGE-RC TO LIN-COUNT.
           PERFORM 010-WRITE-LINE.
      * A step replayed by a resume run read the same feeds; its
      * inputs are on the register from the first attempt.
           IF WS-INPUTS-LOGGED = 'N' THEN
              PERFORM 004-REGISTER-INPUTS
           END-IF.
           IF WS-PARMS-LOGGED = 'N' THEN
              PERFORM 005-REGISTER-PARMS
           END-IF.
           PERFORM 006-REGISTER-REPORTS.
           CLOSE LINFILE.
           GOBACK.

      * What the register already holds for this run date and cycle:
      * the reports claimed, whether the parameter captures are on
      * it and whether this program's inputs are. A missing register
      * (status other than "00") holds nothing yet.
       002-LOAD-REGISTER.
           MOVE 0 TO WS-CLAIMED-COUNT.
           MOVE 'N' TO WS-PARMS-LOGGED.
           MOVE 'N' TO WS-INPUTS-LOGGED.
           OPEN INPUT LINFILE.
           IF LIN-STATUS NOT = "00" THEN
              CLOSE LINFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LIN-EOF.
           PERFORM 003-READ-REGISTER UNTIL LIN-EOF = 1.
           CLOSE LINFILE.

       003-READ-REGISTER.
           READ LINFILE
               AT END MOVE 1 TO LIN-EOF
               NOT AT END
                  IF LIN-RUN-DATE = WS-RUN-DATE AND
                      LIN-CYCLE = WS-RUN-CYCLE THEN
                     EVALUATE LIN-KIND
                      WHEN 'PARM'
                        MOVE 'Y' TO WS-PARMS-LOGGED
                      WHEN 'INPUT'
                        IF LIN-PROGRAM = LINEAGE-PROGRAM THEN
                           MOVE 'Y' TO WS-INPUTS-LOGGED
                        END-IF
                      WHEN 'REPORT'
                        IF WS-CLAIMED-COUNT < 200 THEN
                           ADD 1 TO WS-CLAIMED-COUNT
                           MOVE LIN-DSN(1:12)
                               TO WS-CLAIMED-NAME(WS-CLAIMED-COUNT)
                        END-IF
                     END-EVALUATE
                  END-IF
           END-READ.

      * A missing ARCHLIST (status other than "00") names no inputs.
       004-REGISTER-INPUTS.
           OPEN INPUT ARCHLISTFILE.
           IF ARCHLIST-STATUS NOT = "00" THEN
              CLOSE ARCHLISTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ARCHLIST-EOF.
           PERFORM 007-READ-ARCHLIST UNTIL ARCHLIST-EOF = 1.
           CLOSE ARCHLISTFILE.

       007-READ-ARCHLIST.
           READ ARCHLISTFILE
               AT END MOVE 1 TO ARCHLIST-EOF
               NOT AT END
                  IF ARCHLIST-DSN NOT = SPACES AND
                      ARCHLIST-PROGRAM = LINEAGE-PROGRAM THEN
                     MOVE ARCHLIST-DSN TO ENVQ-DSNAME
                     CALL 'ENVQ-01' USING ENVQ-PARMS
                     MOVE ENVQ-DSNAME TO WS-COUNT-DSN
                     PERFORM 011-COUNT-RECORDS
                     MOVE SPACES TO LIN-RECORD
                     MOVE LINEAGE-PROGRAM TO LIN-PROGRAM
                     MOVE 'INPUT' TO LIN-KIND
                     MOVE ARCHLIST-DSN TO LIN-DSN
                     MOVE WS-RUN-DATE TO LIN-DATE
                     MOVE WS-RECORD-COUNT TO LIN-COUNT
                     PERFORM 010-WRITE-LINE
                  END-IF
           END-READ.

      * The captures PARMSNAP-01 took at chain start carry the run
      * date; an older capture is another night's.
       005-REGISTER-PARMS.
           OPEN INPUT PARMCATFILE.
           IF PARMCAT-STATUS NOT = "00" THEN
              CLOSE PARMCATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PARMCAT-EOF.
           PERFORM 008-READ-PARMCAT UNTIL PARMCAT-EOF = 1.
           CLOSE PARMCATFILE.

       008-READ-PARMCAT.
           READ PARMCATFILE
               AT END MOVE 1 TO PARMCAT-EOF
               NOT AT END
                  MOVE SPACES TO WS-PC-FILE WS-PC-DATE WS-PC-WORD
                      WS-PC-COUNT
                  UNSTRING PARMCAT-RECORD DELIMITED BY ALL SPACE
                      INTO WS-PC-FILE WS-PC-DATE WS-PC-WORD
                           WS-PC-COUNT
                  END-UNSTRING
                  IF WS-PC-DATE = WS-RUN-DATE THEN
                     MOVE SPACES TO LIN-RECORD
                     MOVE '*CHAIN*' TO LIN-PROGRAM
                     MOVE 'PARM' TO LIN-KIND
                     MOVE WS-PC-FILE TO LIN-DSN
                     MOVE WS-PC-DATE TO LIN-DATE
                     MOVE 0 TO LIN-COUNT
                     IF WS-PC-COUNT IS NUMERIC THEN
                        MOVE WS-PC-COUNT TO LIN-COUNT
                     END-IF
                     PERFORM 010-WRITE-LINE
                  END-IF
           END-READ.

      * A generation cataloged under the run date and not yet
      * claimed was written during this step.
       006-REGISTER-REPORTS.
           OPEN INPUT GENCATFILE.
           IF GENCAT-STATUS NOT = "00" THEN
              CLOSE GENCATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO GENCAT-EOF.
           PERFORM 009-READ-GENCAT UNTIL GENCAT-EOF = 1.
           CLOSE GENCATFILE.

       009-READ-GENCAT.
           READ GENCATFILE
               AT END MOVE 1 TO GENCAT-EOF
               NOT AT END
                  IF GENCAT-GEN-DATE = WS-RUN-DATE THEN
                     PERFORM 012-CLAIM-REPORT
                  END-IF
           END-READ.

       012-CLAIM-REPORT.
           MOVE 'N' TO WS-CLAIMED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CLAIMED-COUNT
              IF WS-CLAIMED-NAME(WS-IDX) = GENCAT-REPORT-NAME THEN
                 MOVE 'Y' TO WS-CLAIMED
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CLAIMED = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-CLAIMED-COUNT < 200 THEN
              ADD 1 TO WS-CLAIMED-COUNT
              MOVE GENCAT-REPORT-NAME
                  TO WS-CLAIMED-NAME(WS-CLAIMED-COUNT)
           END-IF.
           MOVE SPACES TO WS-COUNT-DSN.
           STRING GENCAT-REPORT-NAME DELIMITED BY SPACE
               '.D' DELIMITED BY SIZE
               GENCAT-GEN-DATE DELIMITED BY SIZE
               INTO WS-COUNT-DSN.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-COUNT-DSN TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-COUNT-DSN.
           PERFORM 011-COUNT-RECORDS.
           MOVE SPACES TO LIN-RECORD.
           MOVE LINEAGE-PROGRAM TO LIN-PROGRAM.
           MOVE 'REPORT' TO LIN-KIND.
           MOVE GENCAT-REPORT-NAME TO LIN-DSN.
           MOVE GENCAT-GEN-DATE TO LIN-DATE.
           MOVE WS-RECORD-COUNT TO LIN-COUNT.
           PERFORM 010-WRITE-LINE.

       010-WRITE-LINE.
           MOVE WS-RUN-DATE TO LIN-RUN-DATE.
           MOVE WS-RUN-CYCLE TO LIN-CYCLE.
           MOVE WS-TIMESTAMP(1:14) TO LIN-STAMP.
           WRITE LIN-RECORD.

      * A dataset that is not on disk (status other than "00")
      * counts zero records.
       011-COUNT-RECORDS.
           MOVE 0 TO WS-RECORD-COUNT.
           OPEN INPUT COUNTFILE.
           IF COUNT-STATUS NOT = "00" THEN
              CLOSE COUNTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO COUNT-EOF.
           PERFORM 013-COUNT-ONE UNTIL COUNT-EOF = 1.
           CLOSE COUNTFILE.

       013-COUNT-ONE.
           READ COUNTFILE
               AT END MOVE 1 TO COUNT-EOF
               NOT AT END ADD 1 TO WS-RECORD-COUNT
           END-READ.
