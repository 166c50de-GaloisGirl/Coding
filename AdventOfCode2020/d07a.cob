           FILE STATUS IS MASTER-STATUS.
           SELECT CYCLEFILE ASSIGN TO WS-CYCLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MODEFILE ASSIGN TO WS-MODE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MODE-STATUS.
           SELECT RUNCATFILE ASSIGN TO WS-RUNCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCAT-STATUS.
           SELECT OLDRULEFILE ASSIGN TO WS-OLDRULE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLDRULE-STATUS.
           SELECT IMPACTFILE ASSIGN TO WS-IMPACT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
             10 BM-CHILD-COLOR PIC X(32).
             10 BM-CHILD-QTY PIC 9(2).

      * One-shot mode switch: a D07MODE file reading DIFF makes the
      * run also compare tonight's rules against last night's
      * archived feed and write the change-impact report.
         FD MODEFILE.
         01 MODE-RECORD PIC X(8).

      * The run catalog ARCHIVE-01 appends to; it names the dated
      * archive copy of last night's rule feed.
         FD RUNCATFILE.
         01 RUNCAT-RECORD PIC X(132).

         FD OLDRULEFILE.
         01 OLDRULE-RECORD PIC X(128).

      * Change-impact report: rules added, removed and re-quantified
      * since last night, then every bag whose can-contain-target
      * answer or bags-inside count moved, old and new side by side.
         FD IMPACTFILE.
         01 IMPACT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 TARGET-STATUS PIC X(2) VALUE SPACES.
         01 MASTER-STATUS PIC X(2) VALUE SPACES.
      * Parameters passed to the shared dataset-name qualifier.
         COPY ENVQ.
      * Business night and cycle from the shared processing-date
      * control, so the catalog and archives match ARCHIVE-01.
         COPY PROCDATE.
         01 REC-LEN PIC 9(2) COMP.
         01 WS-BUFFER PIC X(32) OCCURS 32 TIMES.
         01 WS-BAG PIC X(32).
        01 WS-OUTER-COUNT PIC 9(4) VALUE 0.
        01 WS-TOTAL-INSIDE PIC 9(8) VALUE 0.
        01 WS-CHILD-QTY PIC 9(8) VALUE 0.
      * Change-impact mode workspace. Last night's rules load into a
      * table laid out like WS-BAGS; each side is copied in turn into
      * the evaluation table to settle its transitive answers.
        01 WS-MODE-DSN PIC X(64) VALUE 'D07MODE'.
        01 WS-RUNCAT-DSN PIC X(64) VALUE 'RUNCAT'.
        01 WS-IMPACT-DSN PIC X(64) VALUE 'D07IMPACT'.
        01 WS-OLDRULE-NAME PIC X(80) VALUE SPACES.
        01 WS-RULES-BASE-DSN PIC X(44) VALUE 'd07.input'.
        01 MODE-STATUS PIC X(2) VALUE SPACES.
        01 RUNCAT-STATUS PIC X(2) VALUE SPACES.
        01 OLDRULE-STATUS PIC X(2) VALUE SPACES.
        01 RUNCAT-EOF PIC 9 VALUE 0.
        01 OLDRULE-EOF PIC 9 VALUE 0.
        01 WS-DIFF-MODE PIC X VALUE 'N'.
        01 WS-DIFF-WARN PIC X VALUE 'N'.
        01 WS-RUN-DATE PIC X(8) VALUE SPACES.
        01 WS-ARC-FOUND PIC X VALUE 'N'.
        01 WS-ARC-DATE PIC X(8) VALUE SPACES.
        01 WS-ARC-COUNT PIC 9(8) VALUE 0.
        01 WS-CAT-DSN-FIELD PIC X(44) VALUE SPACES.
        01 WS-CAT-DATE-FIELD PIC X(8) VALUE SPACES.
        01 WS-CAT-WORD PIC X(12) VALUE SPACES.
        01 WS-CAT-COUNT-FIELD PIC X(8) VALUE SPACES.
        01 WS-OLD-READ PIC 9(8) VALUE 0.
        01 WS-OLD-N PIC 9(4) VALUE 0.
        01 WS-OLD-BAGS OCCURS 594 TIMES.
           05 WS-OLD-COLOR PIC X(32).
           05 WS-OLD-DONE PIC 9 VALUE 0.
           05 WS-OLD-BAGS-NUMBER PIC 99 VALUE 0.
           05 WS-OLD-BAGS-CHILD PIC X(32) OCCURS 32 TIMES.
           05 WS-OLD-QUANTITIES PIC 99 VALUE 0 OCCURS 32 TIMES.
        01 WS-RULE-WORK.
           05 WS-RW-COLOR PIC X(32).
           05 WS-RW-DONE PIC 9.
           05 WS-RW-NUMBER PIC 99.
           05 WS-RW-CHILD PIC X(32) OCCURS 32 TIMES.
           05 WS-RW-QTY PIC 99 OCCURS 32 TIMES.
        01 WS-EVAL-N PIC 9(4) VALUE 0.
        01 WS-EVAL OCCURS 594 TIMES.
           05 WS-EV-COLOR PIC X(32).
           05 WS-EV-DONE PIC 9.
           05 WS-EV-NUMBER PIC 99.
           05 WS-EV-CHILD PIC X(32) OCCURS 32 TIMES.
           05 WS-EV-QTY PIC 99 OCCURS 32 TIMES.
        01 WS-EV-STATE OCCURS 594 TIMES.
           05 WS-EV-SETTLED PIC 9.
           05 WS-EV-CAN PIC X.
           05 WS-EV-TOTAL PIC 9(12).
           05 WS-EV-CIDX PIC 9(4) OCCURS 32 TIMES.
        01 WS-NEW-ANSWER OCCURS 594 TIMES.
           05 WS-NEW-SETTLED PIC 9.
           05 WS-NEW-CAN PIC X.
           05 WS-NEW-TOTAL PIC 9(12).
        01 WS-OLD-ANSWER OCCURS 594 TIMES.
           05 WS-OLD-SETTLED PIC 9.
           05 WS-OLD-CAN PIC X.
           05 WS-OLD-TOTAL PIC 9(12).
        01 WS-IMX PIC 9(4) VALUE 0.
        01 WS-IMY PIC 9(4) VALUE 0.
        01 WS-IMC PIC 9(2) VALUE 0.
        01 WS-IMD PIC 9(2) VALUE 0.
        01 WS-IM-MATCH PIC 9(2) VALUE 0.
        01 WS-IM-SAME-SET PIC X VALUE 'Y'.
        01 WS-IM-REQTY PIC X VALUE 'N'.
        01 WS-IM-CHANGED PIC X VALUE 'N'.
        01 WS-IM-SUM PIC 9(12) VALUE 0.
        01 WS-IM-KIND PIC X(13) VALUE SPACES.
        01 WS-IM-ADDED PIC 9(4) VALUE 0.
        01 WS-IM-REMOVED PIC 9(4) VALUE 0.
        01 WS-IM-REQUANT PIC 9(4) VALUE 0.
        01 WS-IM-IMPACTED PIC 9(4) VALUE 0.
        01 WS-IM-OLD-QTY PIC Z9.
        01 WS-IM-NEW-QTY PIC Z9.
        01 WS-IMF PIC 9(4) VALUE 0.
        01 WS-IM-TOT-DISP PIC Z(11)9.
        01 WS-IMPACT-LINE.
           05 WS-IL-COLOR PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-OLD-CAN PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-IL-NEW-CAN PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-OLD-TOT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-NEW-TOT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-IL-NOTE PIC X(16).
        01 WS-IM-OLD-CNT PIC ZZZZZZZ9.
        01 WS-IM-NEW-CNT PIC ZZZZZZZ9.
      * Parameters passed to the shared dated-generation keeper.
        COPY GENOUT.

      * Parameters passed to the shared job-completion trailer writer.
        COPY JOBLOG.
           MOVE 'D07CYCLES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CYCLE-DSN.
           MOVE 'D07MODE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-MODE-DSN.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RUNCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNCAT-DSN.
           MOVE 'D07IMPACT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-IMPACT-DSN.
           PERFORM 024-LOAD-RUN-MODE.
           PERFORM 011-LOAD-INPUT-NAME.
           PERFORM 013-LOAD-TARGET-BAG.
           OPEN OUTPUT RULEREJFILE.
           DISPLAY RESULT.
           PERFORM 009-PRINT-MANIFEST.
           PERFORM 015-WRITE-BAG-MASTER.
           IF WS-DIFF-MODE = 'Y' THEN
              PERFORM 025-CHANGE-IMPACT
           END-IF.
           MOVE 'AOC-2020-07-1' TO JOBLOG-PROGRAM-ID.
           MOVE N TO JOBLOG-RECORDS-READ.
           MOVE WS-REJECT-COUNT TO JOBLOG-RECORDS-REJECTED.
           CALL 'LEDGER-01' USING LEDGER-PARMS.
      * Shop convention: rejected rule lines mean the answer was
      * computed from an incomplete rule set -- completed, but with
      * warnings. A change-impact run with no archived rule set to
      * compare against is a warning too.
           IF WS-REJECT-COUNT > 0 OR WS-DIFF-WARN = 'Y' THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           IF WS-CYC-RSAFE(WS-CDX) = 1 THEN
              MOVE 'Y' TO WS-CYC-CHANGED
           END-IF.

      * A missing mode file (status other than "00") just means the
      * usual nightly run with no comparison.
       024-LOAD-RUN-MODE.
           OPEN INPUT MODEFILE.
           IF MODE-STATUS = "00" THEN
              READ MODEFILE
              IF MODE-RECORD = 'DIFF' THEN
                 MOVE 'Y' TO WS-DIFF-MODE
              END-IF
              CLOSE MODEFILE
           ELSE
              CLOSE MODEFILE
           END-IF.

      * Change-impact mode: last night's rule feed comes back from
      * its RUNCAT-filed archive, not from a guessed .D-file name,
      * and is diffed rule by rule against tonight's; then both rule
      * sets are settled for the first target and every bag whose
      * answer moved is listed with old and new values.
       025-CHANGE-IMPACT.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           OPEN OUTPUT IMPACTFILE.
           MOVE SPACES TO IMPACT-RECORD.
           STRING 'CHANGE IMPACT FOR TARGET: ' DELIMITED BY SIZE
               WS-TARGET-BAG DELIMITED BY SIZE
               INTO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           PERFORM 026-FIND-LAST-ARCHIVE.
           IF WS-ARC-FOUND NOT = 'Y' THEN
              MOVE 'Y' TO WS-DIFF-WARN
              MOVE SPACES TO IMPACT-RECORD
              STRING 'NO ARCHIVE OF ' DELIMITED BY SIZE
                  WS-RULES-BASE-DSN DELIMITED BY SPACE
                  ' BEFORE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' IN RUNCAT - NO COMPARISON MADE' DELIMITED BY SIZE
                  INTO IMPACT-RECORD
              WRITE IMPACT-RECORD
              DISPLAY 'AOC-2020-07-1: ' IMPACT-RECORD
              CLOSE IMPACTFILE
              MOVE 'D07IMPACT' TO GENOUT-REPORT-NAME
              CALL 'GENOUT-01' USING GENOUT-PARMS
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-RULES-BASE-DSN TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE SPACES TO WS-OLDRULE-NAME.
           STRING ENVQ-DSNAME DELIMITED BY SPACE
               '.D' DELIMITED BY SIZE
               WS-ARC-DATE DELIMITED BY SIZE
               INTO WS-OLDRULE-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-OLDRULE-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-OLDRULE-NAME.
           OPEN INPUT OLDRULEFILE.
           IF OLDRULE-STATUS NOT = "00" THEN
              MOVE 'Y' TO WS-DIFF-WARN
              MOVE SPACES TO IMPACT-RECORD
              STRING 'ARCHIVE ' DELIMITED BY SIZE
                  WS-OLDRULE-NAME DELIMITED BY SPACE
                  ' NOT ON DISK (STATUS ' DELIMITED BY SIZE
                  OLDRULE-STATUS DELIMITED BY SIZE
                  ') - NO COMPARISON MADE' DELIMITED BY SIZE
                  INTO IMPACT-RECORD
              WRITE IMPACT-RECORD
              DISPLAY 'AOC-2020-07-1: ' IMPACT-RECORD
              CLOSE OLDRULEFILE
              CLOSE IMPACTFILE
              MOVE 'D07IMPACT' TO GENOUT-REPORT-NAME
              CALL 'GENOUT-01' USING GENOUT-PARMS
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OLD-READ.
           MOVE 0 TO WS-OLD-N.
           MOVE 0 TO OLDRULE-EOF.
           PERFORM 028-READ-OLD-RULE UNTIL OLDRULE-EOF = 1.
           CLOSE OLDRULEFILE.
           MOVE WS-OLD-READ TO WS-IM-OLD-CNT.
           MOVE WS-ARC-COUNT TO WS-IM-NEW-CNT.
           MOVE SPACES TO IMPACT-RECORD.
           STRING 'COMPARED WITH ' DELIMITED BY SIZE
               WS-OLDRULE-NAME DELIMITED BY SPACE
               ' - ' DELIMITED BY SIZE
               WS-IM-OLD-CNT DELIMITED BY SIZE
               ' RECORDS, CATALOG ' DELIMITED BY SIZE
               WS-IM-NEW-CNT DELIMITED BY SIZE
               INTO IMPACT-RECORD.
           IF WS-OLD-READ NOT = WS-ARC-COUNT THEN
              MOVE 'Y' TO WS-DIFF-WARN
              MOVE ' - ARCHIVE SUSPECT' TO IMPACT-RECORD(90:18)
           END-IF.
           WRITE IMPACT-RECORD.
           MOVE SPACES TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE 'RULE CHANGES' TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           PERFORM 030-DIFF-RULES.
      * Tonight's side, then last night's, through the same
      * settling passes.
           MOVE WS-BAGS-N TO WS-EVAL-N.
           PERFORM VARYING WS-IMX FROM 1 BY 1
               UNTIL WS-IMX > WS-EVAL-N
              MOVE WS-BAGS(WS-IMX) TO WS-EVAL(WS-IMX)
           END-PERFORM.
           PERFORM 033-EVALUATE-TABLE.
           PERFORM VARYING WS-IMX FROM 1 BY 1
               UNTIL WS-IMX > WS-EVAL-N
              MOVE WS-EV-SETTLED(WS-IMX) TO WS-NEW-SETTLED(WS-IMX)
              MOVE WS-EV-CAN(WS-IMX) TO WS-NEW-CAN(WS-IMX)
              MOVE WS-EV-TOTAL(WS-IMX) TO WS-NEW-TOTAL(WS-IMX)
           END-PERFORM.
           MOVE WS-OLD-N TO WS-EVAL-N.
           PERFORM VARYING WS-IMX FROM 1 BY 1
               UNTIL WS-IMX > WS-EVAL-N
              MOVE WS-OLD-BAGS(WS-IMX) TO WS-EVAL(WS-IMX)
           END-PERFORM.
           PERFORM 033-EVALUATE-TABLE.
           PERFORM VARYING WS-IMX FROM 1 BY 1
               UNTIL WS-IMX > WS-EVAL-N
              MOVE WS-EV-SETTLED(WS-IMX) TO WS-OLD-SETTLED(WS-IMX)
              MOVE WS-EV-CAN(WS-IMX) TO WS-OLD-CAN(WS-IMX)
              MOVE WS-EV-TOTAL(WS-IMX) TO WS-OLD-TOTAL(WS-IMX)
           END-PERFORM.
           MOVE SPACES TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE 'BAGS WHOSE ANSWER CHANGED' TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE SPACES TO IMPACT-RECORD.
           MOVE 'CAN HOLD' TO IMPACT-RECORD(34:8).
           MOVE 'BAGS INSIDE' TO IMPACT-RECORD(53:11).
           WRITE IMPACT-RECORD.
           MOVE SPACES TO IMPACT-RECORD.
           MOVE 'BAG COLOUR' TO IMPACT-RECORD(1:10).
           MOVE 'OLD NEW' TO IMPACT-RECORD(34:7).
           MOVE 'OLD' TO IMPACT-RECORD(52:3).
           MOVE 'NEW' TO IMPACT-RECORD(66:3).
           WRITE IMPACT-RECORD.
           MOVE 0 TO WS-IM-IMPACTED.
           PERFORM 036-WRITE-IMPACT.
           MOVE SPACES TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           MOVE SPACES TO IMPACT-RECORD.
           STRING 'RULES ADDED ' DELIMITED BY SIZE
               WS-IM-ADDED DELIMITED BY SIZE
               ', REMOVED ' DELIMITED BY SIZE
               WS-IM-REMOVED DELIMITED BY SIZE
               ', RE-QUANTIFIED ' DELIMITED BY SIZE
               WS-IM-REQUANT DELIMITED BY SIZE
               ' - BAGS IMPACTED ' DELIMITED BY SIZE
               WS-IM-IMPACTED DELIMITED BY SIZE
               INTO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           DISPLAY 'AOC-2020-07-1: ' IMPACT-RECORD.
           CLOSE IMPACTFILE.
           MOVE 'D07IMPACT' TO GENOUT-REPORT-NAME.
           CALL 'GENOUT-01' USING GENOUT-PARMS.

      * The catalog is appended in date order, so the last entry for
      * the rule feed dated before today is last night's archive; a
      * same-day rerun must not compare tonight's feed with itself.
       026-FIND-LAST-ARCHIVE.
           MOVE 'N' TO WS-ARC-FOUND.
           OPEN INPUT RUNCATFILE.
           IF RUNCAT-STATUS NOT = "00" THEN
              CLOSE RUNCATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RUNCAT-EOF.
           PERFORM 027-SCAN-RUNCAT-RECORD UNTIL RUNCAT-EOF = 1.
           CLOSE RUNCATFILE.

       027-SCAN-RUNCAT-RECORD.
           READ RUNCATFILE
               AT END MOVE 1 TO RUNCAT-EOF
               NOT AT END
                  UNSTRING RUNCAT-RECORD DELIMITED BY ALL ' '
                      INTO WS-CAT-DSN-FIELD WS-CAT-DATE-FIELD
                      WS-CAT-WORD WS-CAT-COUNT-FIELD
                  END-UNSTRING
                  IF WS-CAT-DSN-FIELD = WS-RULES-BASE-DSN AND
                      WS-CAT-DATE-FIELD < WS-RUN-DATE AND
                      WS-CAT-COUNT-FIELD IS NUMERIC THEN
                     MOVE 'Y' TO WS-ARC-FOUND
                     MOVE WS-CAT-DATE-FIELD TO WS-ARC-DATE
                     MOVE WS-CAT-COUNT-FIELD TO WS-ARC-COUNT
                  END-IF
           END-READ.

       028-READ-OLD-RULE.
           READ OLDRULEFILE
               AT END MOVE 1 TO OLDRULE-EOF
               NOT AT END
                  ADD 1 TO WS-OLD-READ
                  PERFORM 029-PARSE-OLD-RECORD
           END-READ.

      * Same tokenizing and validation as tonight's parse; a line
      * that fails it was already rejected on last night's run, so
      * it is simply left out of last night's rule set.
       029-PARSE-OLD-RECORD.
           MOVE 1 TO STRING-PTR.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 32
             UNSTRING OLDRULE-RECORD DELIMITED BY SPACE
               INTO WS-BUFFER(J)
               WITH POINTER STRING-PTR
           END-PERFORM.
           PERFORM 014-VALIDATE-RULE.
           IF WS-RULE-VALID = 'N' OR WS-OLD-N >= 594 THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OLD-N.
           MOVE SPACES TO WS-OLD-COLOR(WS-OLD-N).
           STRING
               WS-BUFFER(1) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-BUFFER(2) DELIMITED BY SPACE
               INTO WS-OLD-COLOR(WS-OLD-N)
           END-STRING.
           MOVE 0 TO WS-OLD-BAGS-NUMBER(WS-OLD-N).
           IF WS-BUFFER(5) = "no" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO K.
           PERFORM VARYING J FROM 5 BY 4 UNTIL J > 32
            IF NOT WS-BUFFER(J)(1:1) = " " THEN
               MOVE SPACES TO WS-OLD-BAGS-CHILD(WS-OLD-N, K)
               STRING
                 WS-BUFFER(J + 1) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-BUFFER(J + 2) DELIMITED BY SPACE
                 INTO WS-OLD-BAGS-CHILD(WS-OLD-N, K)
               END-STRING
               MOVE WS-BUFFER(J) TO WS-OLD-QUANTITIES(WS-OLD-N, K)
               ADD 1 TO K
            END-IF
           END-PERFORM.
           COMPUTE WS-OLD-BAGS-NUMBER(WS-OLD-N) = K - 1.

      * A bag with a rule tonight and none last night is an added
      * rule, and the reverse a removed one. A bag whose contents
      * list changed colours counts as its old rule removed and its
      * new rule added; same colours with different counts is a
      * re-quantified rule.
       030-DIFF-RULES.
           MOVE 0 TO WS-IM-ADDED.
           MOVE 0 TO WS-IM-REMOVED.
           MOVE 0 TO WS-IM-REQUANT.
           PERFORM VARYING WS-IMX FROM 1 BY 1
               UNTIL WS-IMX > WS-BAGS-N
              PERFORM 031-DIFF-ONE-RULE
           END-PERFORM.
           PERFORM VARYING WS-IMY FROM 1 BY 1
               UNTIL WS-IMY > WS-OLD-N
              MOVE WS-OLD-COLOR(WS-IMY) TO WS-BAG
              MOVE 0 TO BAG-IDX
              PERFORM 007-FIND-BAG-INDEX
              IF BAG-IDX = 0 THEN
                 ADD 1 TO WS-IM-REMOVED
                 MOVE WS-OLD-BAGS(WS-IMY) TO WS-RULE-WORK
                 MOVE 'REMOVED' TO WS-IM-KIND
                 PERFORM 032-WRITE-RULE
              END-IF
           END-PERFORM.
           IF WS-IM-ADDED = 0 AND WS-IM-REMOVED = 0 AND
               WS-IM-REQUANT = 0 THEN
              MOVE '  NO RULE CHANGES' TO IMPACT-RECORD
              WRITE IMPACT-RECORD
           END-IF.

       031-DIFF-ONE-RULE.
           MOVE WS-BAG-COLOR(WS-IMX) TO WS-BAG.
           PERFORM 038-FIND-OLD-INDEX.
           IF WS-IMF = 0 THEN
              ADD 1 TO WS-IM-ADDED
              MOVE WS-BAGS(WS-IMX) TO WS-RULE-WORK
              MOVE 'ADDED' TO WS-IM-KIND
              PERFORM 032-WRITE-RULE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-IM-SAME-SET.
           MOVE 'N' TO WS-IM-REQTY.
           IF WS-BAG-BAGS-NUMBER(WS-IMX) NOT =
               WS-OLD-BAGS-NUMBER(WS-IMF) THEN
              MOVE 'N' TO WS-IM-SAME-SET
           END-IF.
           PERFORM VARYING WS-IMC FROM 1 BY 1
               UNTIL WS-IMC > WS-BAG-BAGS-NUMBER(WS-IMX)
               OR WS-IM-SAME-SET = 'N'
              PERFORM 039-MATCH-OLD-CHILD
              IF WS-IM-MATCH = 0 THEN
                 MOVE 'N' TO WS-IM-SAME-SET
              ELSE
                 IF WS-BAG-QUANTITIES(WS-IMX, WS-IMC) NOT =
                     WS-OLD-QUANTITIES(WS-IMF, WS-IM-MATCH) THEN
                    MOVE 'Y' TO WS-IM-REQTY
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-IM-SAME-SET = 'N' THEN
              ADD 1 TO WS-IM-REMOVED
              MOVE WS-OLD-BAGS(WS-IMF) TO WS-RULE-WORK
              MOVE 'REMOVED' TO WS-IM-KIND
              PERFORM 032-WRITE-RULE
              ADD 1 TO WS-IM-ADDED
              MOVE WS-BAGS(WS-IMX) TO WS-RULE-WORK
              MOVE 'ADDED' TO WS-IM-KIND
              PERFORM 032-WRITE-RULE
              EXIT PARAGRAPH
           END-IF.
           IF WS-IM-REQTY = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IM-REQUANT.
           MOVE SPACES TO IMPACT-RECORD.
           STRING 'RE-QUANTIFIED ' DELIMITED BY SIZE
               WS-BAG DELIMITED BY SIZE
               INTO IMPACT-RECORD.
           WRITE IMPACT-RECORD.
           PERFORM VARYING WS-IMC FROM 1 BY 1
               UNTIL WS-IMC > WS-BAG-BAGS-NUMBER(WS-IMX)
              PERFORM 039-MATCH-OLD-CHILD
              IF WS-BAG-QUANTITIES(WS-IMX, WS-IMC) NOT =
                  WS-OLD-QUANTITIES(WS-IMF, WS-IM-MATCH) THEN
                 MOVE WS-OLD-QUANTITIES(WS-IMF, WS-IM-MATCH)
                     TO WS-IM-OLD-QTY
                 MOVE WS-BAG-QUANTITIES(WS-IMX, WS-IMC)
                     TO WS-IM-NEW-QTY
                 MOVE SPACES TO IMPACT-RECORD
                 STRING '      ' DELIMITED BY SIZE
                     WS-BAG-BAGS(WS-IMX, WS-IMC) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-IM-OLD-QTY DELIMITED BY SIZE
                     ' -> ' DELIMITED BY SIZE
                     WS-IM-NEW-QTY DELIMITED BY SIZE
                     INTO IMPACT-RECORD
                 WRITE IMPACT-RECORD
              END-IF
           END-PERFORM.

      * One rule from WS-RULE-WORK: the heading line, then its
      * contents one per line.
       032-WRITE-RULE.
           MOVE SPACES TO IMPACT-RECORD.
           IF WS-RW-NUMBER = 0 THEN
              STRING WS-IM-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RW-COLOR DELIMITED BY '  '
                  ' CONTAINS NO OTHER BAGS' DELIMITED BY SIZE
                  INTO IMPACT-RECORD
           ELSE
              STRING WS-IM-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RW-COLOR DELIMITED BY SIZE
                  INTO IMPACT-RECORD
           END-IF.
           WRITE IMPACT-RECORD.
           PERFORM VARYING WS-IMD FROM 1 BY 1
               UNTIL WS-IMD > WS-RW-NUMBER
              MOVE WS-RW-QTY(WS-IMD) TO WS-IM-NEW-QTY
              MOVE SPACES TO IMPACT-RECORD
              STRING '      ' DELIMITED BY SIZE
                  WS-IM-NEW-QTY DELIMITED BY SIZE
                  ' x ' DELIMITED BY SIZE
                  WS-RW-CHILD(WS-IMD) DELIMITED BY SIZE
                  INTO IMPACT-RECORD
              WRITE IMPACT-RECORD
           END-PERFORM.

      * Settles one rule set in WS-EVAL bottom-up, the way the cycle
      * pre-pass does: a bag settles once every bag it lists is
      * settled or has no rule at all. Its bags-inside count is then
      * the sum of quantity times one-plus-the-child's-count, and it
      * can hold the target if any child is the target or can hold
      * it. A bag left unsettled sits on a cycle in that rule set.
       033-EVALUATE-TABLE.
           PERFORM VARYING WS-CDX FROM 1 BY 1
               UNTIL WS-CDX > WS-EVAL-N
              MOVE 0 TO WS-EV-SETTLED(WS-CDX)
              MOVE 'N' TO WS-EV-CAN(WS-CDX)
              MOVE 0 TO WS-EV-TOTAL(WS-CDX)
              PERFORM VARYING WS-CCX FROM 1 BY 1
                  UNTIL WS-CCX > WS-EV-NUMBER(WS-CDX)
                 MOVE 0 TO WS-EV-CIDX(WS-CDX, WS-CCX)
                 PERFORM VARYING WS-CPX FROM 1 BY 1
                     UNTIL WS-CPX > WS-EVAL-N
                    IF WS-EV-COLOR(WS-CPX) =
                        WS-EV-CHILD(WS-CDX, WS-CCX) THEN
                       MOVE WS-CPX TO WS-EV-CIDX(WS-CDX, WS-CCX)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-PERFORM.
           MOVE 'Y' TO WS-IM-CHANGED.
           PERFORM 034-SETTLE-SWEEP
               UNTIL WS-IM-CHANGED NOT = 'Y'.

       034-SETTLE-SWEEP.
           MOVE 'N' TO WS-IM-CHANGED.
           PERFORM VARYING WS-CDX FROM 1 BY 1
               UNTIL WS-CDX > WS-EVAL-N
              IF WS-EV-SETTLED(WS-CDX) = 0 THEN
                 PERFORM 035-TRY-SETTLE-BAG
              END-IF
           END-PERFORM.

       035-TRY-SETTLE-BAG.
           PERFORM VARYING WS-CCX FROM 1 BY 1
               UNTIL WS-CCX > WS-EV-NUMBER(WS-CDX)
              MOVE WS-EV-CIDX(WS-CDX, WS-CCX) TO WS-CPX
              IF WS-CPX > 0 THEN
                 IF WS-EV-SETTLED(WS-CPX) = 0 OR
                     WS-CPX = WS-CDX THEN
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-IM-SUM.
           PERFORM VARYING WS-CCX FROM 1 BY 1
               UNTIL WS-CCX > WS-EV-NUMBER(WS-CDX)
              MOVE WS-EV-CIDX(WS-CDX, WS-CCX) TO WS-CPX
              IF WS-EV-CHILD(WS-CDX, WS-CCX) = WS-TARGET-BAG THEN
                 MOVE 'Y' TO WS-EV-CAN(WS-CDX)
              END-IF
              IF WS-CPX > 0 THEN
                 COMPUTE WS-IM-SUM = WS-IM-SUM +
                     WS-EV-QTY(WS-CDX, WS-CCX) *
                     (1 + WS-EV-TOTAL(WS-CPX))
                 IF WS-EV-CAN(WS-CPX) = 'Y' THEN
                    MOVE 'Y' TO WS-EV-CAN(WS-CDX)
                 END-IF
              ELSE
                 ADD WS-EV-QTY(WS-CDX, WS-CCX) TO WS-IM-SUM
              END-IF
           END-PERFORM.
           MOVE WS-IM-SUM TO WS-EV-TOTAL(WS-CDX).
           MOVE 1 TO WS-EV-SETTLED(WS-CDX).
           MOVE 'Y' TO WS-IM-CHANGED.

      * Every bag tonight, then every bag only last night knew. A
      * bag with no rule on one side holds nothing there, so it
      * shows N and 0 for that side; a bag on a cycle on either
      * night shows ? and CYCLE for that side, and always counts as
      * changed.
       036-WRITE-IMPACT.
           PERFORM VARYING WS-IMX FROM 1 BY 1
               UNTIL WS-IMX > WS-BAGS-N
              MOVE SPACES TO WS-IL-NOTE
              MOVE WS-BAG-COLOR(WS-IMX) TO WS-BAG
              PERFORM 038-FIND-OLD-INDEX
              IF WS-IMF = 0 THEN
                 MOVE 'N' TO WS-IL-OLD-CAN
                 MOVE 0 TO WS-IM-TOT-DISP
                 MOVE WS-IM-TOT-DISP TO WS-IL-OLD-TOT
                 MOVE '(NEW RULE)' TO WS-IL-NOTE
              ELSE
                 IF WS-OLD-SETTLED(WS-IMF) = 0 THEN
                    MOVE '?' TO WS-IL-OLD-CAN
                    MOVE '       CYCLE' TO WS-IL-OLD-TOT
                 ELSE
                    MOVE WS-OLD-CAN(WS-IMF) TO WS-IL-OLD-CAN
                    MOVE WS-OLD-TOTAL(WS-IMF) TO WS-IM-TOT-DISP
                    MOVE WS-IM-TOT-DISP TO WS-IL-OLD-TOT
                 END-IF
              END-IF
              IF WS-NEW-SETTLED(WS-IMX) = 0 THEN
                 MOVE '?' TO WS-IL-NEW-CAN
                 MOVE '       CYCLE' TO WS-IL-NEW-TOT
              ELSE
                 MOVE WS-NEW-CAN(WS-IMX) TO WS-IL-NEW-CAN
                 MOVE WS-NEW-TOTAL(WS-IMX) TO WS-IM-TOT-DISP
                 MOVE WS-IM-TOT-DISP TO WS-IL-NEW-TOT
              END-IF
              PERFORM 037-WRITE-IMPACT-LINE
           END-PERFORM.
           PERFORM VARYING WS-IMY FROM 1 BY 1
               UNTIL WS-IMY > WS-OLD-N
              MOVE WS-OLD-COLOR(WS-IMY) TO WS-BAG
              MOVE 0 TO BAG-IDX
              PERFORM 007-FIND-BAG-INDEX
              IF BAG-IDX = 0 THEN
                 MOVE '(RULE REMOVED)' TO WS-IL-NOTE
                 IF WS-OLD-SETTLED(WS-IMY) = 0 THEN
                    MOVE '?' TO WS-IL-OLD-CAN
                    MOVE '       CYCLE' TO WS-IL-OLD-TOT
                 ELSE
                    MOVE WS-OLD-CAN(WS-IMY) TO WS-IL-OLD-CAN
                    MOVE WS-OLD-TOTAL(WS-IMY) TO WS-IM-TOT-DISP
                    MOVE WS-IM-TOT-DISP TO WS-IL-OLD-TOT
                 END-IF
                 MOVE 'N' TO WS-IL-NEW-CAN
                 MOVE 0 TO WS-IM-TOT-DISP
                 MOVE WS-IM-TOT-DISP TO WS-IL-NEW-TOT
                 PERFORM 037-WRITE-IMPACT-LINE
              END-IF
           END-PERFORM.
           IF WS-IM-IMPACTED = 0 THEN
              MOVE '  NO BAG CHANGED ITS ANSWER' TO IMPACT-RECORD
              WRITE IMPACT-RECORD
           END-IF.

       037-WRITE-IMPACT-LINE.
           IF WS-IL-OLD-CAN = WS-IL-NEW-CAN AND
               WS-IL-OLD-TOT = WS-IL-NEW-TOT AND
               WS-IL-OLD-CAN NOT = '?' AND
               WS-IL-NEW-CAN NOT = '?' THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IM-IMPACTED.
           MOVE WS-BAG TO WS-IL-COLOR.
           MOVE WS-IMPACT-LINE TO IMPACT-RECORD.
           WRITE IMPACT-RECORD.

      * Linear lookup of WS-BAG in last night's table, as
      * 007-FIND-BAG-INDEX does for tonight's.
       038-FIND-OLD-INDEX.
           MOVE 0 TO WS-IMF.
           PERFORM VARYING WS-IMY FROM 1 BY 1
               UNTIL WS-IMY > WS-OLD-N
              IF WS-BAG = WS-OLD-COLOR(WS-IMY) THEN
                 MOVE WS-IMY TO WS-IMF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       039-MATCH-OLD-CHILD.
           MOVE 0 TO WS-IM-MATCH.
           PERFORM VARYING WS-IMD FROM 1 BY 1
               UNTIL WS-IMD > WS-OLD-BAGS-NUMBER(WS-IMF)
              IF WS-OLD-BAGS-CHILD(WS-IMF, WS-IMD) =
                  WS-BAG-BAGS(WS-IMX, WS-IMC) THEN
                 MOVE WS-IMD TO WS-IM-MATCH
                 EXIT PERFORM
              END-IF
           END-PERFORM.
