       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDVAL-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Record-level content validation of the night's feeds, run as
      * an early chain step. PREFLT-01 only proves a feed opens and
      * is not empty, and INTAKE-01 only counts the envelope; a d5
      * feed with lower-case seat codes or a d12 feed with tab
      * characters in it passes both and then fails mid-chain. The
      * FEEDFMT table gives, per feed, the shape its records must
      * have -- a length range, the characters allowed in a column
      * range, a pattern such as letter-then-digits -- and how many
      * bad records in a hundred it may carry before it is refused.
      *
      * Every feed gets its own section in FEEDVAL-REPORT, opening
      * FEED <name> so BURST-01 can cut it per feed owner, listing
      * the bad records and the verdict. A refused feed is named,
      * with the programs that consume it, in FEEDVAL-REFUSED;
      * JOBCTL-01 holds those steps when this step has run, and the
      * hold travels down to their own dependents as it does behind
      * a failed producer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FMTFILE ASSIGN TO WS-FMT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FMT-STATUS.
           SELECT FEEDFILE ASSIGN TO WS-FEED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-STATUS.
           SELECT REFUSEDFILE ASSIGN TO WS-REFUSED-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One rule per record: the feed's production dataset name in
      * columns 1-24, the rule in 26-29, two three-digit numbers in
      * 31-33 and 35-37, and the rule's text in 39-68.
      *   LEN  min max     record length (trailing spaces off)
      *   COLS from to cls characters allowed in the column range
      *   PATT         pat the whole record matches the pattern
      *   BAD  pct         bad records allowed per hundred (0 if
      *                    no BAD rule: one bad record refuses)
      *   USE          prg a program that consumes the feed
      * A class is one or more of U upper-case letter, L lower-case
      * letter, A any letter, D digit, N letter or digit, S space,
      * P any printable character, X anything; or = followed by the
      * exact characters allowed (=FB, =LR). A pattern is a run of
      * classes and literal characters, each matching one character
      * or, followed by +, as many as follow: AD+ is a letter then
      * digits, D+,D+S->SD+,D+ is a vent line. Blank lines and lines
      * starting ** are notes.
         FD FMTFILE.
         01 FMT-RECORD.
           05 FMT-FEED PIC X(24).
           05 FILLER PIC X.
           05 FMT-RULE PIC X(4).
           05 FILLER PIC X.
           05 FMT-FROM PIC X(3).
           05 FILLER PIC X.
           05 FMT-TO PIC X(3).
           05 FILLER PIC X.
           05 FMT-SPEC PIC X(30).
           05 FILLER PIC X(12).

         FD FEEDFILE.
         01 FEED-RECORD PIC X(299).

      * One record per refused feed and consuming program, for
      * JOBCTL-01: the feed, the program, and the feed's bad records
      * per hundred.
         FD REFUSEDFILE.
         01 REFUSED-RECORD.
           05 REFUSED-FEED PIC X(24).
           05 FILLER PIC X.
           05 REFUSED-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 REFUSED-PCT PIC 9(3).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 FMT-STATUS PIC X(2) VALUE SPACES.
         01 FEED-STATUS PIC X(2) VALUE SPACES.
         01 FMT-EOF PIC 9 VALUE 0.
         01 FEED-EOF PIC 9 VALUE 0.
         01 WS-FMT-DSN PIC X(64) VALUE 'FEEDFMT'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'FEEDVAL-REPORT'.
         01 WS-REFUSED-DSN PIC X(64) VALUE 'FEEDVAL-REFUSED'.
         01 WS-FEED-DSN PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY PROCDATE.
         COPY OPSALERT.
         01 WS-FMT-LINE PIC 9(4) VALUE 0.
         01 WS-FMT-ERRORS PIC 9(4) VALUE 0.
      * The feeds, in the order the table first names them, and what
      * each may carry and who reads it.
         01 WS-FEED-COUNT PIC 9(2) VALUE 0.
         01 WS-FEED-IDX PIC 9(2) VALUE 0.
         01 WS-FEED-TABLE.
           05 WS-FEED OCCURS 30 TIMES.
             10 WS-FD-NAME PIC X(24).
             10 WS-FD-LIMIT PIC 9(3).
             10 WS-FD-USE-COUNT PIC 9.
             10 WS-FD-USE PIC X(14) OCCURS 4 TIMES.
      * The record rules, each tied to its feed.
         01 WS-RULE-COUNT PIC 9(3) VALUE 0.
         01 WS-RULE-IDX PIC 9(3) VALUE 0.
         01 WS-RULE-TABLE.
           05 WS-RULE OCCURS 200 TIMES.
             10 WS-RL-FEED PIC 9(2).
             10 WS-RL-KIND PIC X(4).
             10 WS-RL-FROM PIC 9(3).
             10 WS-RL-TO PIC 9(3).
             10 WS-RL-SPEC PIC X(30).
             10 WS-RL-SPEC-LEN PIC 9(2).
         01 WS-USE-IDX PIC 9 VALUE 0.
         01 WS-SPEC-LEN PIC 9(2) VALUE 0.
      * The record being checked.
         01 WS-REC-COUNT PIC 9(8) VALUE 0.
         01 WS-BAD-COUNT PIC 9(8) VALUE 0.
         01 WS-REC-LEN PIC 9(3) VALUE 0.
         01 WS-REC-BAD PIC X VALUE 'N'.
         01 WS-REASON PIC X(60) VALUE SPACES.
         01 WS-SHOW PIC X(100) VALUE SPACES.
         01 WS-COL PIC 9(3) VALUE 0.
         01 WS-TEST-CHAR PIC X VALUE SPACE.
         01 WS-TEST-CODE PIC X VALUE SPACE.
         01 WS-CHAR-OK PIC X VALUE 'N'.
         01 WS-TALLY PIC 9(3) VALUE 0.
         01 WS-CDX PIC 9(2) VALUE 0.
         01 WS-PI PIC 9(3) VALUE 0.
         01 WS-PJ PIC 9(2) VALUE 0.
         01 WS-PLUS PIC X VALUE 'N'.
         01 WS-PAT-OK PIC X VALUE 'Y'.
      * Bad records listed per feed; the rest are only counted.
         01 WS-LIST-LIMIT PIC 9(3) VALUE 25.
         01 WS-PCT PIC 9(3) VALUE 0.
         01 WS-BAD-HUNDREDS PIC 9(10) VALUE 0.
         01 WS-LIMIT-HUNDREDS PIC 9(10) VALUE 0.
         01 WS-VERDICT PIC X(8) VALUE SPACES.
         01 WS-RPT-PTR PIC 9(3) VALUE 1.
         01 WS-CHECKED PIC 9(2) VALUE 0.
         01 WS-REFUSED PIC 9(2) VALUE 0.
         01 WS-NOT-ON-FILE PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'FEEDFMT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FMT-DSN.
           MOVE 'FEEDVAL-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
      * The refusals belong to the chain cycle that is running, so
      * an afternoon cycle never holds steps on the night's verdict.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'FEEDVAL-REFUSED' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REFUSED-DSN.
           OPEN OUTPUT REPORTFILE.
           OPEN OUTPUT REFUSEDFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FEEDVAL-01: FEED CONTENT VALIDATION FOR '
               DELIMITED BY SIZE
               PROCDATE-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           PERFORM 002-LOAD-FORMAT-TABLE.
      * No table means no feed has a shape on file yet; the chain is
      * not held up by a check nobody has configured.
           IF WS-FEED-COUNT = 0 THEN
              MOVE 'FEEDVAL-01: NO FEEDFMT RULES ON FILE - NO FEEDS'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE REFUSEDFILE
              CLOSE REPORTFILE
              IF WS-FMT-ERRORS > 0 THEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
              GOBACK
           END-IF.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
              PERFORM 010-VALIDATE-FEED
           END-PERFORM.
           CLOSE REFUSEDFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FEEDVAL-01: ' DELIMITED BY SIZE
               WS-CHECKED DELIMITED BY SIZE
               ' FEED(S) CHECKED, ' DELIMITED BY SIZE
               WS-REFUSED DELIMITED BY SIZE
               ' REFUSED, ' DELIMITED BY SIZE
               WS-NOT-ON-FILE DELIMITED BY SIZE
               ' NOT ON FILE' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
      * A refused feed is a warning, not a fatal step: its consumers
      * are held by name and every other leg of the chain runs. A
      * table line that could not be read is a warning too, since a
      * rule somebody meant to apply is not being applied.
           IF WS-REFUSED > 0 OR WS-FMT-ERRORS > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A missing table (status other than "00") leaves the feed
      * table empty.
       002-LOAD-FORMAT-TABLE.
           OPEN INPUT FMTFILE.
           IF FMT-STATUS NOT = "00" THEN
              CLOSE FMTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FMT-EOF.
           PERFORM 003-READ-FORMAT-RECORD UNTIL FMT-EOF = 1.
           CLOSE FMTFILE.

       003-READ-FORMAT-RECORD.
           MOVE SPACES TO FMT-RECORD.
           READ FMTFILE
               AT END MOVE 1 TO FMT-EOF
               NOT AT END
                  ADD 1 TO WS-FMT-LINE
                  IF FMT-FEED NOT = SPACES AND
                      FMT-RECORD(1:2) NOT = '**' THEN
                     PERFORM 004-FILE-FORMAT-RULE
                  END-IF
           END-READ.

      * Finds (or adds) the rule's feed, then files the rule against
      * it. A rule that cannot be understood is reported and left
      * out rather than guessed at.
       004-FILE-FORMAT-RULE.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
              IF WS-FD-NAME(WS-FEED-IDX) = FMT-FEED THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-FEED-IDX > WS-FEED-COUNT THEN
              IF WS-FEED-COUNT = 30 THEN
                 MOVE 'MORE THAN 30 FEEDS' TO WS-REASON
                 PERFORM 006-REPORT-FORMAT-ERROR
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-FEED-COUNT
              MOVE WS-FEED-COUNT TO WS-FEED-IDX
              MOVE FMT-FEED TO WS-FD-NAME(WS-FEED-IDX)
              MOVE 0 TO WS-FD-LIMIT(WS-FEED-IDX)
              MOVE 0 TO WS-FD-USE-COUNT(WS-FEED-IDX)
              MOVE SPACES TO WS-FD-USE(WS-FEED-IDX, 1)
                  WS-FD-USE(WS-FEED-IDX, 2) WS-FD-USE(WS-FEED-IDX, 3)
                  WS-FD-USE(WS-FEED-IDX, 4)
           END-IF.
           PERFORM VARYING WS-SPEC-LEN FROM 30 BY -1
               UNTIL WS-SPEC-LEN = 0
               OR FMT-SPEC(WS-SPEC-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           EVALUATE FMT-RULE
            WHEN 'BAD '
              IF FMT-FROM IS NOT NUMERIC OR FMT-FROM > '100' THEN
                 MOVE 'BAD NEEDS A PERCENTAGE 000-100' TO WS-REASON
                 PERFORM 006-REPORT-FORMAT-ERROR
              ELSE
                 MOVE FMT-FROM TO WS-FD-LIMIT(WS-FEED-IDX)
              END-IF
            WHEN 'USE '
              IF WS-SPEC-LEN = 0 OR WS-SPEC-LEN > 14 THEN
                 MOVE 'USE NEEDS A PROGRAM NAME' TO WS-REASON
                 PERFORM 006-REPORT-FORMAT-ERROR
              ELSE
                 IF WS-FD-USE-COUNT(WS-FEED-IDX) = 4 THEN
                    MOVE 'MORE THAN 4 USE RULES FOR THE FEED'
                        TO WS-REASON
                    PERFORM 006-REPORT-FORMAT-ERROR
                 ELSE
                    ADD 1 TO WS-FD-USE-COUNT(WS-FEED-IDX)
                    MOVE WS-FD-USE-COUNT(WS-FEED-IDX) TO WS-USE-IDX
                    MOVE FMT-SPEC
                        TO WS-FD-USE(WS-FEED-IDX, WS-USE-IDX)
                 END-IF
              END-IF
            WHEN 'LEN '
              IF FMT-FROM IS NOT NUMERIC OR FMT-TO IS NOT NUMERIC
                  OR FMT-FROM > FMT-TO OR FMT-TO > '299' THEN
                 MOVE 'LEN NEEDS MIN AND MAX 000-299' TO WS-REASON
                 PERFORM 006-REPORT-FORMAT-ERROR
              ELSE
                 PERFORM 005-ADD-RULE
              END-IF
            WHEN 'COLS'
              IF FMT-FROM IS NOT NUMERIC OR FMT-TO IS NOT NUMERIC
                  OR FMT-FROM = '000' OR FMT-FROM > FMT-TO
                  OR FMT-TO > '299' OR WS-SPEC-LEN = 0 THEN
                 MOVE 'COLS NEEDS COLUMNS 001-299 AND A CLASS'
                     TO WS-REASON
                 PERFORM 006-REPORT-FORMAT-ERROR
              ELSE
                 PERFORM 005-ADD-RULE
              END-IF
            WHEN 'PATT'
              IF WS-SPEC-LEN = 0 OR FMT-SPEC(1:1) = '+' THEN
                 MOVE 'PATT NEEDS A PATTERN' TO WS-REASON
                 PERFORM 006-REPORT-FORMAT-ERROR
              ELSE
                 MOVE '000' TO FMT-FROM
                 MOVE '000' TO FMT-TO
                 PERFORM 005-ADD-RULE
              END-IF
            WHEN OTHER
              MOVE 'RULE IS NOT LEN, COLS, PATT, BAD OR USE'
                  TO WS-REASON
              PERFORM 006-REPORT-FORMAT-ERROR
           END-EVALUATE.

       005-ADD-RULE.
           IF WS-RULE-COUNT = 200 THEN
              MOVE 'MORE THAN 200 RECORD RULES' TO WS-REASON
              PERFORM 006-REPORT-FORMAT-ERROR
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE WS-FEED-IDX TO WS-RL-FEED(WS-RULE-COUNT).
           MOVE FMT-RULE TO WS-RL-KIND(WS-RULE-COUNT).
           MOVE FMT-FROM TO WS-RL-FROM(WS-RULE-COUNT).
           MOVE FMT-TO TO WS-RL-TO(WS-RULE-COUNT).
           MOVE FMT-SPEC TO WS-RL-SPEC(WS-RULE-COUNT).
           MOVE WS-SPEC-LEN TO WS-RL-SPEC-LEN(WS-RULE-COUNT).

       006-REPORT-FORMAT-ERROR.
           ADD 1 TO WS-FMT-ERRORS.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FEEDFMT LINE ' DELIMITED BY SIZE
               WS-FMT-LINE DELIMITED BY SIZE
               ' IGNORED: ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY '  '
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * One feed's section: every record against every rule for the
      * feed, the bad ones listed, then the verdict against the
      * feed's limit.
       010-VALIDATE-FEED.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      * The table carries production names; the run's environment
      * qualifier decides which copy is read.
           MOVE WS-FD-NAME(WS-FEED-IDX) TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FEED-DSN.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FEED ' DELIMITED BY SIZE
               WS-FD-NAME(WS-FEED-IDX) DELIMITED BY SPACE
               ' (' DELIMITED BY SIZE
               WS-FEED-DSN DELIMITED BY SPACE
               ')' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN INPUT FEEDFILE.
      * A feed that is not there is PREFLT-01's finding to make; it
      * is named here and not judged.
           IF FEED-STATUS NOT = "00" THEN
              ADD 1 TO WS-NOT-ON-FILE
              MOVE SPACES TO REPORT-RECORD
              STRING '  NOT ON FILE (STATUS ' DELIMITED BY SIZE
                  FEED-STATUS DELIMITED BY SIZE
                  ') - NOT CHECKED' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE FEEDFILE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHECKED.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-BAD-COUNT.
           MOVE 0 TO FEED-EOF.
           PERFORM 011-READ-FEED-RECORD UNTIL FEED-EOF = 1.
           CLOSE FEEDFILE.
           IF WS-BAD-COUNT > WS-LIST-LIMIT THEN
              MOVE SPACES TO REPORT-RECORD
              STRING '  ... ONLY THE FIRST ' DELIMITED BY SIZE
                  WS-LIST-LIMIT DELIMITED BY SIZE
                  ' BAD RECORDS ARE LISTED' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           PERFORM 020-JUDGE-FEED.

       011-READ-FEED-RECORD.
           MOVE SPACES TO FEED-RECORD.
           READ FEEDFILE
               AT END MOVE 1 TO FEED-EOF
               NOT AT END
                  ADD 1 TO WS-REC-COUNT
                  PERFORM 012-CHECK-RECORD
                  IF WS-REC-BAD = 'Y' THEN
                     ADD 1 TO WS-BAD-COUNT
                     IF WS-BAD-COUNT NOT > WS-LIST-LIMIT THEN
                        PERFORM 013-LIST-BAD-RECORD
                     END-IF
                  END-IF
           END-READ.

      * The record against each of its feed's rules in table order;
      * the first rule broken is the one the exception names.
       012-CHECK-RECORD.
           MOVE 'N' TO WS-REC-BAD.
           MOVE SPACES TO WS-REASON.
           PERFORM VARYING WS-REC-LEN FROM 299 BY -1
               UNTIL WS-REC-LEN = 0
               OR FEED-RECORD(WS-REC-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT OR WS-REC-BAD = 'Y'
              IF WS-RL-FEED(WS-RULE-IDX) = WS-FEED-IDX THEN
                 EVALUATE WS-RL-KIND(WS-RULE-IDX)
                  WHEN 'LEN '
                    PERFORM 014-CHECK-LENGTH
                  WHEN 'COLS'
                    PERFORM 015-CHECK-COLUMNS
                  WHEN 'PATT'
                    PERFORM 016-CHECK-PATTERN
                 END-EVALUATE
              END-IF
           END-PERFORM.

      * Tabs and other control characters are shown as ? so the
      * report line stays readable.
       013-LIST-BAD-RECORD.
           MOVE FEED-RECORD(1:100) TO WS-SHOW.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 100
              IF WS-SHOW(WS-COL:1) < SPACE THEN
                 MOVE '?' TO WS-SHOW(WS-COL:1)
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  RECORD ' DELIMITED BY SIZE
               WS-REC-COUNT DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY '  '
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '    ' DELIMITED BY SIZE
               WS-SHOW DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       014-CHECK-LENGTH.
           IF WS-REC-LEN < WS-RL-FROM(WS-RULE-IDX) OR
               WS-REC-LEN > WS-RL-TO(WS-RULE-IDX) THEN
              MOVE 'Y' TO WS-REC-BAD
              STRING 'LENGTH ' DELIMITED BY SIZE
                  WS-REC-LEN DELIMITED BY SIZE
                  ' OUTSIDE ' DELIMITED BY SIZE
                  WS-RL-FROM(WS-RULE-IDX) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RL-TO(WS-RULE-IDX) DELIMITED BY SIZE
                  INTO WS-REASON
           END-IF.

      * Columns past the end of a short record are spaces, so they
      * pass only where the class allows a space.
       015-CHECK-COLUMNS.
           MOVE WS-RL-SPEC-LEN(WS-RULE-IDX) TO WS-SPEC-LEN.
           PERFORM VARYING WS-COL FROM WS-RL-FROM(WS-RULE-IDX) BY 1
               UNTIL WS-COL > WS-RL-TO(WS-RULE-IDX)
              MOVE FEED-RECORD(WS-COL:1) TO WS-TEST-CHAR
              PERFORM 017-TEST-COLUMN-CHAR
              IF WS-CHAR-OK = 'N' THEN
                 MOVE 'Y' TO WS-REC-BAD
                 IF WS-TEST-CHAR < SPACE THEN
                    MOVE '?' TO WS-TEST-CHAR
                 END-IF
                 STRING 'COLUMN ' DELIMITED BY SIZE
                     WS-COL DELIMITED BY SIZE
                     ' HOLDS ''' DELIMITED BY SIZE
                     WS-TEST-CHAR DELIMITED BY SIZE
                     ''', NOT ' DELIMITED BY SIZE
                     WS-RL-SPEC(WS-RULE-IDX)(1:WS-SPEC-LEN)
                     DELIMITED BY SIZE
                     INTO WS-REASON
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The whole record, trailing spaces off, must be consumed by
      * the pattern. A + run takes every character it can.
       016-CHECK-PATTERN.
           MOVE WS-RL-SPEC-LEN(WS-RULE-IDX) TO WS-SPEC-LEN.
           MOVE 1 TO WS-PI.
           MOVE 1 TO WS-PJ.
           MOVE 'Y' TO WS-PAT-OK.
           PERFORM 018-MATCH-ELEMENT
               UNTIL WS-PJ > WS-SPEC-LEN OR WS-PAT-OK = 'N'.
           IF WS-PI NOT > WS-REC-LEN THEN
              MOVE 'N' TO WS-PAT-OK
           END-IF.
           IF WS-PAT-OK = 'N' THEN
              MOVE 'Y' TO WS-REC-BAD
              STRING 'DOES NOT MATCH ' DELIMITED BY SIZE
                  WS-RL-SPEC(WS-RULE-IDX)(1:WS-SPEC-LEN)
                  DELIMITED BY SIZE
                  ' AT COLUMN ' DELIMITED BY SIZE
                  WS-PI DELIMITED BY SIZE
                  INTO WS-REASON
           END-IF.

      * One character against a COLS class: = lists the characters
      * allowed outright, anything else is a run of class codes.
       017-TEST-COLUMN-CHAR.
           MOVE 'N' TO WS-CHAR-OK.
           IF WS-RL-SPEC(WS-RULE-IDX)(1:1) = '=' THEN
              IF WS-SPEC-LEN > 1 THEN
                 MOVE 0 TO WS-TALLY
                 INSPECT WS-RL-SPEC(WS-RULE-IDX)(2:WS-SPEC-LEN - 1)
                     TALLYING WS-TALLY FOR ALL WS-TEST-CHAR
                 IF WS-TALLY > 0 THEN
                    MOVE 'Y' TO WS-CHAR-OK
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CDX FROM 1 BY 1
               UNTIL WS-CDX > WS-SPEC-LEN OR WS-CHAR-OK = 'Y'
              MOVE WS-RL-SPEC(WS-RULE-IDX)(WS-CDX:1) TO WS-TEST-CODE
              PERFORM 019-TEST-CLASS
           END-PERFORM.

      * One pattern element (a class or a literal character, with an
      * optional + after it) against the record from WS-PI on.
       018-MATCH-ELEMENT.
           MOVE WS-RL-SPEC(WS-RULE-IDX)(WS-PJ:1) TO WS-TEST-CODE.
           ADD 1 TO WS-PJ.
           MOVE 'N' TO WS-PLUS.
           IF WS-PJ NOT > WS-SPEC-LEN THEN
              IF WS-RL-SPEC(WS-RULE-IDX)(WS-PJ:1) = '+' THEN
                 MOVE 'Y' TO WS-PLUS
                 ADD 1 TO WS-PJ
              END-IF
           END-IF.
           IF WS-PI > WS-REC-LEN THEN
              MOVE 'N' TO WS-PAT-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE FEED-RECORD(WS-PI:1) TO WS-TEST-CHAR.
           PERFORM 019-TEST-CLASS.
           IF WS-CHAR-OK = 'N' THEN
              MOVE 'N' TO WS-PAT-OK
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PI.
           IF WS-PLUS = 'Y' THEN
              PERFORM UNTIL WS-PI > WS-REC-LEN
                 MOVE FEED-RECORD(WS-PI:1) TO WS-TEST-CHAR
                 PERFORM 019-TEST-CLASS
                 IF WS-CHAR-OK = 'N' THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-PI
              END-PERFORM
           END-IF.

      * WS-TEST-CHAR against the class code in WS-TEST-CODE; a code
      * that is not a class stands for itself.
       019-TEST-CLASS.
           MOVE 'N' TO WS-CHAR-OK.
           EVALUATE WS-TEST-CODE
            WHEN 'U'
              IF WS-TEST-CHAR IS ALPHABETIC-UPPER AND
                  WS-TEST-CHAR NOT = SPACE THEN
                 MOVE 'Y' TO WS-CHAR-OK
              END-IF
            WHEN 'L'
              IF WS-TEST-CHAR IS ALPHABETIC-LOWER AND
                  WS-TEST-CHAR NOT = SPACE THEN
                 MOVE 'Y' TO WS-CHAR-OK
              END-IF
            WHEN 'A'
              IF WS-TEST-CHAR IS ALPHABETIC AND
                  WS-TEST-CHAR NOT = SPACE THEN
                 MOVE 'Y' TO WS-CHAR-OK
              END-IF
            WHEN 'D'
              IF WS-TEST-CHAR IS NUMERIC THEN
                 MOVE 'Y' TO WS-CHAR-OK
              END-IF
            WHEN 'N'
              IF WS-TEST-CHAR IS NUMERIC OR
                  (WS-TEST-CHAR IS ALPHABETIC AND
                   WS-TEST-CHAR NOT = SPACE) THEN
                 MOVE 'Y' TO WS-CHAR-OK
              END-IF
            WHEN 'S'
              IF WS-TEST-CHAR = SPACE THEN
                 MOVE 'Y' TO WS-CHAR-OK
              END-IF
            WHEN 'P'
              IF WS-TEST-CHAR NOT < SPACE AND
                  WS-TEST-CHAR NOT > '~' THEN
                 MOVE 'Y' TO WS-CHAR-OK
              END-IF
            WHEN 'X'
              MOVE 'Y' TO WS-CHAR-OK
            WHEN OTHER
              IF WS-TEST-CHAR = WS-TEST-CODE THEN
                 MOVE 'Y' TO WS-CHAR-OK
              END-IF
           END-EVALUATE.

      * Refused once the bad records pass the feed's allowance per
      * hundred; every consumer named for it goes on the refusal
      * list for JOBCTL-01 to hold.
       020-JUDGE-FEED.
           MOVE 0 TO WS-PCT.
           IF WS-REC-COUNT > 0 THEN
              COMPUTE WS-PCT = (WS-BAD-COUNT * 100) / WS-REC-COUNT
           END-IF.
           COMPUTE WS-BAD-HUNDREDS = WS-BAD-COUNT * 100.
           COMPUTE WS-LIMIT-HUNDREDS =
               WS-FD-LIMIT(WS-FEED-IDX) * WS-REC-COUNT.
           IF WS-BAD-HUNDREDS > WS-LIMIT-HUNDREDS THEN
              MOVE 'REFUSED' TO WS-VERDICT
              ADD 1 TO WS-REFUSED
           ELSE
              MOVE 'ACCEPTED' TO WS-VERDICT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ' DELIMITED BY SIZE
               WS-REC-COUNT DELIMITED BY SIZE
               ' RECORD(S), ' DELIMITED BY SIZE
               WS-BAD-COUNT DELIMITED BY SIZE
               ' BAD (' DELIMITED BY SIZE
               WS-PCT DELIMITED BY SIZE
               '%), LIMIT ' DELIMITED BY SIZE
               WS-FD-LIMIT(WS-FEED-IDX) DELIMITED BY SIZE
               '% - ' DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SPACE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           IF WS-VERDICT NOT = 'REFUSED' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 1 TO WS-RPT-PTR.
           IF WS-FD-USE-COUNT(WS-FEED-IDX) = 0 THEN
              STRING '  NO CONSUMING PROGRAM ON FILE - NOTHING HELD'
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD WITH POINTER WS-RPT-PTR
           ELSE
              STRING '  CONSUMERS HELD:' DELIMITED BY SIZE
                  INTO REPORT-RECORD WITH POINTER WS-RPT-PTR
           END-IF.
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
               UNTIL WS-USE-IDX > WS-FD-USE-COUNT(WS-FEED-IDX)
              STRING ' ' DELIMITED BY SIZE
                  WS-FD-USE(WS-FEED-IDX, WS-USE-IDX)
                  DELIMITED BY SPACE
                  INTO REPORT-RECORD WITH POINTER WS-RPT-PTR
              MOVE SPACES TO REFUSED-RECORD
              MOVE WS-FD-NAME(WS-FEED-IDX) TO REFUSED-FEED
              MOVE WS-FD-USE(WS-FEED-IDX, WS-USE-IDX)
                  TO REFUSED-PROGRAM
              MOVE WS-PCT TO REFUSED-PCT
              WRITE REFUSED-RECORD
           END-PERFORM.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           MOVE 'F' TO ALERT-SEVERITY.
           MOVE 'FEEDVAL-01' TO ALERT-PROGRAM.
           MOVE WS-FD-NAME(WS-FEED-IDX) TO ALERT-SUBJECT.
           MOVE 'FEED REFUSED ON CONTENT - CONSUMING STEPS HELD'
               TO ALERT-MESSAGE.
           CALL 'OPSALRT-01' USING ALERT-PARMS.
