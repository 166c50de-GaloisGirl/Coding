       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURST-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Report bursting ahead of distribution. Several reports break
      * into sections that belong to different readers -- the seat
      * map and the reconciliation by flight, the exceptions digest
      * by source program, the dossier by program -- and DISTRIB-01
      * can only send a whole file. BURSTTAB names, per report and
      * recipient, how the report's sections are recognised and
      * which of them that recipient gets; this cuts the night's
      * generation into one piece per recipient, each opening with
      * the report's heading and closing every section with its line
      * count, and lists the pieces in BURSTLIST for DISTRIB-01 to
      * deliver and log. A gate agent for flight 2231 gets flight
      * 2231, not all forty flights.
      *
      * The night's generation is the newest one GENCAT lists, as
      * DISTRIB-01 picks it. A report GENCAT keeps no generation of
      * -- an on-demand report such as the dossier -- is cut from
      * the file as it stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABFILE ASSIGN TO WS-TAB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAB-STATUS.
           SELECT CATFILE ASSIGN TO WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT SOURCEFILE ASSIGN TO WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-STATUS.
           SELECT PIECEFILE ASSIGN TO WS-PIECE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLISTFILE ASSIGN TO WS-BLIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO "BURST-REPORT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One record per report and recipient: the report in columns
      * 1-14; the section mode in 16 (S: the lines after a section
      * header belong to it; L: only lines carrying the marker
      * themselves are kept); the section marker in 18-37, the text
      * after which a line carries its section key; the key pattern
      * in 39-58, exact or ending in * for every key that starts so
      * (* alone: every section); the recipient drop name in 60-89.
      * Lines before the first marked line are the report heading.
      * Blank lines and lines starting ** are notes. A recipient
      * gets one piece per report, so a second row for the same
      * report and recipient would overwrite the first one's piece;
      * it is refused, the first row kept, and counted as not cut.
         FD TABFILE.
         01 TAB-RECORD.
           05 TAB-REPORT PIC X(14).
           05 FILLER PIC X.
           05 TAB-MODE PIC X.
           05 FILLER PIC X.
           05 TAB-MARKER PIC X(20).
           05 FILLER PIC X.
           05 TAB-PATTERN PIC X(20).
           05 FILLER PIC X.
           05 TAB-RECIPIENT PIC X(30).

         FD CATFILE.
         01 CAT-RECORD.
           05 CAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 CAT-GEN-DATE PIC X(8).
           05 FILLER PIC X(11).

         FD SOURCEFILE.
         01 SOURCE-RECORD PIC X(2000).

         FD PIECEFILE.
         01 PIECE-RECORD PIC X(2000).

      * The pieces this run cut, for DISTRIB-01: the processing date
      * of the run, report, generation date, recipient, sections
      * kept and the piece's dataset name.
         FD BLISTFILE.
         01 BLIST-RECORD.
           05 BLIST-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 BLIST-REPORT PIC X(14).
           05 FILLER PIC X.
           05 BLIST-GEN-DATE PIC X(8).
           05 FILLER PIC X.
           05 BLIST-RECIPIENT PIC X(30).
           05 FILLER PIC X.
           05 BLIST-SECTIONS PIC 9(4).
           05 FILLER PIC X.
           05 BLIST-PIECE PIC X(64).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 TAB-STATUS PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 SOURCE-STATUS PIC X(2) VALUE SPACES.
         01 TAB-EOF PIC 9 VALUE 0.
         01 CAT-EOF PIC 9 VALUE 0.
         01 SOURCE-EOF PIC 9 VALUE 0.
         01 WS-TAB-DSN PIC X(64) VALUE 'BURSTTAB'.
         01 WS-GENCAT-DSN PIC X(64) VALUE 'GENCAT'.
         01 WS-BLIST-DSN PIC X(64) VALUE 'BURSTLIST'.
         01 WS-SOURCE-NAME PIC X(64) VALUE SPACES.
         01 WS-PIECE-NAME PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY PROCDATE.
         COPY OPSALERT.
         01 WS-RUN-DATE PIC X(8) VALUE SPACES.
         01 WS-BEST-DATE PIC X(8) VALUE SPACES.
         01 WS-GEN-DATE PIC X(8) VALUE SPACES.
      * The burst table.
         01 WS-TAB-COUNT PIC 9(3) VALUE 0.
         01 WS-TAB-IDX PIC 9(3) VALUE 0.
         01 WS-JDX PIC 9(3) VALUE 0.
         01 WS-TAB-TABLE.
           05 WS-TAB OCCURS 100 TIMES.
             10 WS-TBL-REPORT PIC X(14).
             10 WS-TBL-MODE PIC X.
             10 WS-TBL-MARKER PIC X(20).
             10 WS-TBL-PATTERN PIC X(20).
             10 WS-TBL-RECIPIENT PIC X(30).
             10 WS-TBL-DONE PIC X.
      * The entry being cut.
         01 WS-CUR-REPORT PIC X(14) VALUE SPACES.
         01 WS-CUR-MODE PIC X VALUE 'S'.
         01 WS-CUR-MARKER PIC X(20) VALUE SPACES.
         01 WS-CUR-PATTERN PIC X(20) VALUE SPACES.
         01 WS-MARKER-LEN PIC 9(2) VALUE 0.
         01 WS-PATTERN-LEN PIC 9(2) VALUE 0.
         01 WS-POS PIC 9(4) VALUE 0.
         01 WS-KEY PIC X(20) VALUE SPACES.
         01 WS-KEYED PIC X VALUE 'N'.
         01 WS-MATCHED PIC X VALUE 'N'.
         01 WS-SEEN-KEYED PIC X VALUE 'N'.
         01 WS-SEC-OPEN PIC X VALUE 'N'.
         01 WS-SEC-KEY PIC X(20) VALUE SPACES.
         01 WS-SEC-LINES PIC 9(8) VALUE 0.
         01 WS-SECTIONS PIC 9(4) VALUE 0.
         01 WS-PIECE-LINES PIC 9(8) VALUE 0.
         01 WS-PIECE-COUNT PIC 9(3) VALUE 0.
         01 WS-MISSED PIC 9(3) VALUE 0.
         01 WS-DUPLICATE PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       001-MAIN.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           MOVE 'BURSTTAB' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TAB-DSN.
      * Cut what the current (or last) chain cycle produced: its
      * GENCAT and its generations; the list of pieces is the
      * cycle's own too.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GENCAT-DSN.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'BURSTLIST' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-BLIST-DSN.
           OPEN OUTPUT REPORTFILE.
           OPEN OUTPUT BLISTFILE.
           PERFORM 002-LOAD-TABLE.
           IF WS-TAB-COUNT = 0 THEN
              MOVE 'BURST-01: NO BURSTTAB ENTRIES - NOTHING TO CUT'
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE BLISTFILE
              CLOSE REPORTFILE
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
               UNTIL WS-TAB-IDX > WS-TAB-COUNT
              IF WS-TBL-DONE(WS-TAB-IDX) = 'N' THEN
                 PERFORM 010-BURST-REPORT
              END-IF
           END-PERFORM.
           CLOSE BLISTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-PIECE-COUNT DELIMITED BY SIZE
               ' PIECE(S) CUT, ' DELIMITED BY SIZE
               WS-MISSED DELIMITED BY SIZE
               ' ENTRY(IES) NOT CUT' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
      * An entry not cut is a warning, as a missed delivery is to
      * DISTRIB-01: that recipient gets nothing tonight.
           IF WS-MISSED > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       002-LOAD-TABLE.
           OPEN INPUT TABFILE.
           IF TAB-STATUS NOT = "00" THEN
              CLOSE TABFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO TAB-EOF.
           PERFORM 003-READ-TABLE UNTIL TAB-EOF = 1.
           CLOSE TABFILE.

       003-READ-TABLE.
           MOVE SPACES TO TAB-RECORD.
           READ TABFILE
               AT END MOVE 1 TO TAB-EOF
               NOT AT END
                  IF TAB-REPORT NOT = SPACES AND
                      TAB-RECORD(1:2) NOT = '**' AND
                      WS-TAB-COUNT < 100 THEN
                     PERFORM 004-TAKE-ROW
                  END-IF
           END-READ.

      * A row for a report and recipient already taken is refused.
       004-TAKE-ROW.
           MOVE 'N' TO WS-DUPLICATE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-TAB-COUNT
              IF WS-TBL-REPORT(WS-JDX) = TAB-REPORT AND
                  WS-TBL-RECIPIENT(WS-JDX) = TAB-RECIPIENT THEN
                 MOVE 'Y' TO WS-DUPLICATE
              END-IF
           END-PERFORM.
           IF WS-DUPLICATE = 'N' THEN
              ADD 1 TO WS-TAB-COUNT
              MOVE TAB-REPORT TO WS-TBL-REPORT(WS-TAB-COUNT)
              MOVE TAB-MODE TO WS-TBL-MODE(WS-TAB-COUNT)
              MOVE TAB-MARKER TO WS-TBL-MARKER(WS-TAB-COUNT)
              MOVE TAB-PATTERN TO WS-TBL-PATTERN(WS-TAB-COUNT)
              MOVE TAB-RECIPIENT TO WS-TBL-RECIPIENT(WS-TAB-COUNT)
              MOVE 'N' TO WS-TBL-DONE(WS-TAB-COUNT)
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MISSED.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'NOT CUT ' DELIMITED BY SIZE
               TAB-REPORT DELIMITED BY SPACE
               ' FOR ' DELIMITED BY SIZE
               TAB-RECIPIENT DELIMITED BY SPACE
               ' (' DELIMITED BY SIZE
               TAB-PATTERN DELIMITED BY SPACE
               ') - SECOND ROW FOR THIS PIECE, FIRST ROW KEPT'
                   DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * Every entry for the report is cut from the same source.
       010-BURST-REPORT.
           MOVE WS-TBL-REPORT(WS-TAB-IDX) TO WS-CUR-REPORT.
           PERFORM 011-FIND-SOURCE.
           PERFORM VARYING WS-JDX FROM WS-TAB-IDX BY 1
               UNTIL WS-JDX > WS-TAB-COUNT
              IF WS-TBL-REPORT(WS-JDX) = WS-CUR-REPORT THEN
                 MOVE 'Y' TO WS-TBL-DONE(WS-JDX)
                 PERFORM 020-CUT-PIECE
              END-IF
           END-PERFORM.

      * The newest cataloged generation, named as GENOUT-01 named
      * it; failing that, the report under its own name.
       011-FIND-SOURCE.
           MOVE SPACES TO WS-BEST-DATE.
           IF WS-CUR-REPORT(13:2) = SPACES THEN
              OPEN INPUT CATFILE
              IF CAT-STATUS = "00" THEN
                 MOVE 0 TO CAT-EOF
                 PERFORM 012-SCAN-CATALOG UNTIL CAT-EOF = 1
              END-IF
              CLOSE CATFILE
           END-IF.
           IF WS-BEST-DATE = SPACES THEN
              MOVE WS-RUN-DATE TO WS-GEN-DATE
              MOVE WS-CUR-REPORT TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-SOURCE-NAME
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BEST-DATE TO WS-GEN-DATE.
           MOVE SPACES TO WS-SOURCE-NAME.
           STRING WS-CUR-REPORT DELIMITED BY SPACE
               '.D' DELIMITED BY SIZE
               WS-BEST-DATE DELIMITED BY SIZE
               INTO WS-SOURCE-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-SOURCE-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SOURCE-NAME.

       012-SCAN-CATALOG.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  IF CAT-REPORT-NAME = WS-CUR-REPORT(1:12) AND
                      CAT-GEN-DATE > WS-BEST-DATE THEN
                     MOVE CAT-GEN-DATE TO WS-BEST-DATE
                  END-IF
           END-READ.

      * One recipient's piece: the heading, then every section whose
      * key the pattern takes, each closed with its line count.
       020-CUT-PIECE.
           MOVE WS-TBL-MODE(WS-JDX) TO WS-CUR-MODE.
           MOVE WS-TBL-MARKER(WS-JDX) TO WS-CUR-MARKER.
           MOVE WS-TBL-PATTERN(WS-JDX) TO WS-CUR-PATTERN.
           MOVE 0 TO WS-MARKER-LEN.
           PERFORM VARYING WS-POS FROM 20 BY -1 UNTIL WS-POS < 1
              IF WS-CUR-MARKER(WS-POS:1) NOT = SPACE THEN
                 MOVE WS-POS TO WS-MARKER-LEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-PATTERN-LEN.
           PERFORM VARYING WS-POS FROM 20 BY -1 UNTIL WS-POS < 1
              IF WS-CUR-PATTERN(WS-POS:1) NOT = SPACE THEN
                 MOVE WS-POS TO WS-PATTERN-LEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-MARKER-LEN = 0 OR WS-PATTERN-LEN = 0 OR
               WS-TBL-RECIPIENT(WS-JDX) = SPACES THEN
              ADD 1 TO WS-MISSED
              MOVE SPACES TO REPORT-RECORD
              STRING 'NOT CUT ' DELIMITED BY SIZE
                  WS-CUR-REPORT DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  WS-TBL-RECIPIENT(WS-JDX) DELIMITED BY SPACE
                  ' - ENTRY NEEDS MARKER, PATTERN AND RECIPIENT'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              EXIT PARAGRAPH
           END-IF.
           IF WS-CUR-MODE NOT = 'L' THEN
              MOVE 'S' TO WS-CUR-MODE
           END-IF.
           OPEN INPUT SOURCEFILE.
           IF SOURCE-STATUS NOT = "00" THEN
              CLOSE SOURCEFILE
              ADD 1 TO WS-MISSED
              MOVE SPACES TO REPORT-RECORD
              STRING 'NOT CUT ' DELIMITED BY SIZE
                  WS-CUR-REPORT DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  WS-TBL-RECIPIENT(WS-JDX) DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  WS-SOURCE-NAME DELIMITED BY SPACE
                  ' NOT ON FILE' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              MOVE 'W' TO ALERT-SEVERITY
              MOVE 'BURST-01' TO ALERT-PROGRAM
              MOVE WS-CUR-REPORT TO ALERT-SUBJECT
              MOVE 'REPORT HAD NOTHING TO BURST' TO ALERT-MESSAGE
              CALL 'OPSALRT-01' USING ALERT-PARMS
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PIECE-NAME.
           STRING 'BURST.' DELIMITED BY SIZE
               WS-TBL-RECIPIENT(WS-JDX) DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-CUR-REPORT DELIMITED BY SPACE
               INTO WS-PIECE-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-PIECE-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PIECE-NAME.
           OPEN OUTPUT PIECEFILE.
           MOVE 'N' TO WS-SEEN-KEYED.
           MOVE 'N' TO WS-SEC-OPEN.
           MOVE 0 TO WS-SECTIONS.
           MOVE 0 TO WS-PIECE-LINES.
           MOVE 0 TO SOURCE-EOF.
           PERFORM 021-CUT-ONE-LINE UNTIL SOURCE-EOF = 1.
           IF WS-SEC-OPEN = 'Y' THEN
              PERFORM 023-CLOSE-SECTION
           END-IF.
           IF WS-SECTIONS = 0 THEN
              MOVE SPACES TO PIECE-RECORD
              STRING '(NO SECTION FOR ' DELIMITED BY SIZE
                  WS-CUR-PATTERN DELIMITED BY SPACE
                  ' IN THIS GENERATION)' DELIMITED BY SIZE
                  INTO PIECE-RECORD
              WRITE PIECE-RECORD
              ADD 1 TO WS-PIECE-LINES
           END-IF.
           CLOSE PIECEFILE.
           CLOSE SOURCEFILE.
           ADD 1 TO WS-PIECE-COUNT.
           MOVE SPACES TO BLIST-RECORD.
           MOVE WS-RUN-DATE TO BLIST-RUN-DATE.
           MOVE WS-CUR-REPORT TO BLIST-REPORT.
           MOVE WS-GEN-DATE TO BLIST-GEN-DATE.
           MOVE WS-TBL-RECIPIENT(WS-JDX) TO BLIST-RECIPIENT.
           MOVE WS-SECTIONS TO BLIST-SECTIONS.
           MOVE WS-PIECE-NAME TO BLIST-PIECE.
           WRITE BLIST-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CUT ' DELIMITED BY SIZE
               WS-CUR-REPORT DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-GEN-DATE DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               WS-TBL-RECIPIENT(WS-JDX) DELIMITED BY SPACE
               ' (' DELIMITED BY SIZE
               WS-CUR-PATTERN DELIMITED BY SPACE
               ') ' DELIMITED BY SIZE
               WS-SECTIONS DELIMITED BY SIZE
               ' SECTION(S), ' DELIMITED BY SIZE
               WS-PIECE-LINES DELIMITED BY SIZE
               ' LINE(S)' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * A marked line opens its section, or carries on the one
      * already open for the same key; a marked line for a key the
      * pattern does not take closes the open section. Unmarked
      * lines are heading before the first marked line, and after
      * it follow the open section in S mode only.
       021-CUT-ONE-LINE.
           READ SOURCEFILE
               AT END
                  MOVE 1 TO SOURCE-EOF
                  EXIT PARAGRAPH
           END-READ.
           PERFORM 022-FIND-KEY.
           IF WS-KEYED = 'N' THEN
              IF WS-SEEN-KEYED = 'N' OR
                  (WS-SEC-OPEN = 'Y' AND WS-CUR-MODE = 'S') THEN
                 PERFORM 024-KEEP-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-SEEN-KEYED.
           IF WS-MATCHED = 'N' THEN
              IF WS-SEC-OPEN = 'Y' THEN
                 PERFORM 023-CLOSE-SECTION
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-SEC-OPEN = 'Y' AND WS-SEC-KEY NOT = WS-KEY THEN
              PERFORM 023-CLOSE-SECTION
           END-IF.
           IF WS-SEC-OPEN = 'N' THEN
              MOVE 'Y' TO WS-SEC-OPEN
              MOVE WS-KEY TO WS-SEC-KEY
              MOVE 0 TO WS-SEC-LINES
              ADD 1 TO WS-SECTIONS
           END-IF.
           PERFORM 024-KEEP-LINE.

      * The key is the word after the first occurrence of the
      * marker; a line without the marker carries no key.
       022-FIND-KEY.
           MOVE 'N' TO WS-KEYED.
           MOVE 'N' TO WS-MATCHED.
           MOVE SPACES TO WS-KEY.
           MOVE 0 TO WS-POS.
           INSPECT SOURCE-RECORD TALLYING WS-POS FOR CHARACTERS
               BEFORE INITIAL WS-CUR-MARKER(1:WS-MARKER-LEN).
           IF WS-POS > 2000 - WS-MARKER-LEN THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KEYED.
           ADD WS-MARKER-LEN 1 TO WS-POS.
           PERFORM VARYING WS-POS FROM WS-POS BY 1
               UNTIL WS-POS > 2000
              IF SOURCE-RECORD(WS-POS:1) NOT = SPACE THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-POS <= 2000 THEN
              UNSTRING SOURCE-RECORD(WS-POS:) DELIMITED BY SPACE
                  INTO WS-KEY
              END-UNSTRING
           END-IF.
           IF WS-CUR-PATTERN(WS-PATTERN-LEN:1) = '*' THEN
              IF WS-PATTERN-LEN = 1 THEN
                 MOVE 'Y' TO WS-MATCHED
              ELSE
                 IF WS-KEY(1:WS-PATTERN-LEN - 1) =
                     WS-CUR-PATTERN(1:WS-PATTERN-LEN - 1) THEN
                    MOVE 'Y' TO WS-MATCHED
                 END-IF
              END-IF
           ELSE
              IF WS-KEY = WS-CUR-PATTERN THEN
                 MOVE 'Y' TO WS-MATCHED
              END-IF
           END-IF.

      * Section trailer, in the dossier's shape.
       023-CLOSE-SECTION.
           MOVE SPACES TO PIECE-RECORD.
           STRING '(' DELIMITED BY SIZE
               WS-SEC-LINES DELIMITED BY SIZE
               ' LINE(S) IN SECTION ' DELIMITED BY SIZE
               WS-SEC-KEY DELIMITED BY SPACE
               ')' DELIMITED BY SIZE
               INTO PIECE-RECORD.
           WRITE PIECE-RECORD.
           ADD 1 TO WS-PIECE-LINES.
           MOVE 'N' TO WS-SEC-OPEN.

       024-KEEP-LINE.
           MOVE SOURCE-RECORD TO PIECE-RECORD.
           WRITE PIECE-RECORD.
           ADD 1 TO WS-PIECE-LINES.
           IF WS-SEC-OPEN = 'Y' THEN
              ADD 1 TO WS-SEC-LINES
           END-IF.
