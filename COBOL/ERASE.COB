       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASE-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Personal-data erasure for the passport estate. MASKF-01 only
      * hides a pid on the printed copy; a data subject who asks to
      * be forgotten is still in the passport master, in the d04
      * reject, duplicate, master-exception, renewal and fix reports,
      * in every archived passport batch RUNCAT lists, in the report
      * generations GENCAT keeps and in the exceptions history. Each
      * ERASEREQ request names one pid and this program takes it out
      * of all of them:
      *   - D04PIDMST: the master record is deleted;
      *   - archived batches (RUNCAT entries flagged SENSITIVE, or
      *     whose dataset is a D04FILES batch, in every cycle's
      *     catalog): the whole passport holding the pid is removed,
      *     the archive is re-counted and its catalog entries take
      *     the new count and checksum with an ERASED stamp, so
      *     ARCREST-01 still finds the copy it restores the size and
      *     the content RUNCAT says it is;
      *   - D04REJECTS, D04DUPES, D04MEXC, D04RENEWAL, D04FIXRPT:
      *     every line carrying the pid, or naming a removed passport
      *     by its batch file and passport number, is removed;
      *   - GENCAT generations of every cycle: the pid is overwritten
      *     in place, so no generation loses a line or turns up empty
      *     for GENAUD-01, and the catalog takes the new checksum;
      *   - EXCHIST: history entries whose reason carries the pid
      *     are deleted.
      * Every file touched is listed in the ERASECERT certificate
      * with what was done to it, followed by each request with its
      * pid masked and the occurrences found.
      *
      * ERASEREQ, one request per line:
      *   columns  1-9   pid (nine digits; anything else is refused)
      *   columns 11-18  requesting user
      *   columns 20-39  request reference
      * A line starting '**' is a comment.
      *
      * Return code 0 when every request was carried out, 4 when a
      * request was refused or its pid was found nowhere, 8 when a
      * file holding the pid could not be rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQFILE ASSIGN TO WS-REQ-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQ-STATUS.
           SELECT FEEDLISTFILE ASSIGN TO WS-FEEDLIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEEDLIST-STATUS.
           SELECT CATFILE ASSIGN TO WS-RUNCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT CATWORKFILE ASSIGN TO WS-CATWORK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATWORK-STATUS.
           SELECT GENCATFILE ASSIGN TO WS-GENCAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENCAT-STATUS.
           SELECT TARGETFILE ASSIGN TO WS-TARGET-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TGT-STATUS.
           SELECT WORKFILE ASSIGN TO WS-WORK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-STATUS.
           SELECT PIDMSTFILE ASSIGN TO WS-PIDMST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PID
           FILE STATUS IS PIDMST-STATUS.
           SELECT HISTFILE ASSIGN TO WS-EXCHIST-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-REC-KEY
           FILE STATUS IS HIST-STATUS.
           SELECT CERTFILE ASSIGN TO WS-CERT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD REQFILE.
         01 REQ-RECORD.
           05 REQ-PID PIC X(9).
           05 FILLER PIC X.
           05 REQ-USER PIC X(8).
           05 FILLER PIC X.
           05 REQ-REFERENCE PIC X(20).

      * The batch files the d04 validation reads, one per line.
         FD FEEDLISTFILE.
         01 FEEDLIST-RECORD PIC X(99).

      * RUNCAT, as ARCHIVE-01 writes it.
         FD CATFILE.
         01 CAT-RECORD PIC X(132).

         FD CATWORKFILE.
         01 CATWORK-RECORD PIC X(132).

      * Same layout GENOUT-01 writes: base report name and the run
      * date of the kept generation.
         FD GENCATFILE.
         01 GENCAT-RECORD.
           05 GENCAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 GENCAT-GEN-DATE PIC X(8).
           05 FILLER PIC X.
           05 GENCAT-CHECKSUM PIC X(10).

      * Whichever archive, report or generation is being scrubbed,
      * and its scrubbed copy on the way back.
         FD TARGETFILE.
         01 TARGET-RECORD PIC X(2000).

         FD WORKFILE.
         01 WORK-RECORD PIC X(2000).

      * The passport master, as AOC-2020-04-2 keeps it.
         FD PIDMSTFILE.
         01 PM-RECORD.
           05 PM-PID PIC X(9).
           05 PM-FIRST-SEEN PIC X(8).
           05 PM-LAST-FILE PIC X(44).
           05 PM-LAST-VERDICT PIC X.

      * The exceptions history, as EXCDIG-01 keeps it; the reason is
      * the first 40 characters of the exception line.
         FD HISTFILE.
         01 HIST-RECORD.
           05 HIST-REC-KEY.
             10 HIST-REC-PROGRAM PIC X(14).
             10 HIST-REC-INPUT PIC X(20).
             10 HIST-REC-REASON PIC X(40).
           05 HIST-FIRST-SEEN PIC X(8).
           05 HIST-LAST-SEEN PIC X(8).
           05 HIST-NIGHT-COUNT PIC 9(4).

         FD CERTFILE.
         01 CERT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 REQ-STATUS PIC X(2) VALUE SPACES.
         01 FEEDLIST-STATUS PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 CATWORK-STATUS PIC X(2) VALUE SPACES.
         01 GENCAT-STATUS PIC X(2) VALUE SPACES.
         01 TGT-STATUS PIC X(2) VALUE SPACES.
         01 WORK-STATUS PIC X(2) VALUE SPACES.
         01 PIDMST-STATUS PIC X(2) VALUE SPACES.
         01 HIST-STATUS PIC X(2) VALUE SPACES.
         01 REQ-EOF PIC 9 VALUE 0.
         01 FEEDLIST-EOF PIC 9 VALUE 0.
         01 CAT-EOF PIC 9 VALUE 0.
         01 GENCAT-EOF PIC 9 VALUE 0.
         01 TGT-EOF PIC 9 VALUE 0.
         01 WORK-EOF PIC 9 VALUE 0.
         01 HIST-EOF PIC 9 VALUE 0.
         01 WS-REQ-DSN PIC X(64) VALUE 'ERASEREQ'.
         01 WS-FEEDLIST-DSN PIC X(64) VALUE 'D04FILES'.
         01 WS-RUNCAT-DSN PIC X(64) VALUE 'RUNCAT'.
         01 WS-CATWORK-DSN PIC X(64) VALUE 'ERASECAT-WRK'.
         01 WS-GENCAT-DSN PIC X(64) VALUE 'GENCAT'.
         01 WS-TARGET-DSN PIC X(64) VALUE SPACES.
         01 WS-WORK-DSN PIC X(64) VALUE 'ERASE-WRK'.
         01 WS-PIDMST-DSN PIC X(64) VALUE 'D04PIDMST'.
         01 WS-EXCHIST-DSN PIC X(64) VALUE 'EXCHIST'.
         01 WS-CERT-DSN PIC X(64) VALUE 'ERASECERT'.
         COPY ENVQ.
         COPY PROCDATE.
         COPY CHKSUM.
         01 WS-NOW PIC X(14).
         01 WS-RUN-DATE PIC X(8).
         01 WS-CYCLE PIC 9(2) VALUE 0.
         01 WS-IDX PIC 9(3) VALUE 0.
         01 WS-JDX PIC 9(3) VALUE 0.
         01 WS-PDX PIC 9(3) VALUE 0.
         01 WS-RDX PIC 9(3) VALUE 0.
         01 WS-BDX PIC 9(2) VALUE 0.
         01 WS-TALLY PIC 9(4) VALUE 0.
         01 WS-SCAN-POS PIC 9(4) VALUE 0.
         01 WS-SCAN-MASK PIC X VALUE 'N'.
         01 WS-PTR PIC 9(3) VALUE 0.
         01 WS-FOUND PIC X VALUE 'N'.
         01 WS-TOUCHED-COUNT PIC 9(4) VALUE 0.
         01 WS-FAILED-COUNT PIC 9(4) VALUE 0.
         01 WS-REFUSED-COUNT PIC 9(3) VALUE 0.
         01 WS-UNFOUND-COUNT PIC 9(3) VALUE 0.
      * What an erased pid is overwritten with in a generation.
         01 WS-ERASED-MARK PIC X(9) VALUE ALL '*'.

      * The accepted requests. The feed token is the pid as a batch
      * row carries it, 'pid:' and a blank after, so a longer id
      * that merely starts with the same digits is left alone.
         01 WS-PID-COUNT PIC 9(3) VALUE 0.
         01 WS-PID-TABLE.
           05 WS-PID OCCURS 100 TIMES.
             10 WS-PID-VALUE PIC X(9).
             10 WS-PID-TOKEN PIC X(14).
             10 WS-PID-USER PIC X(8).
             10 WS-PID-REFERENCE PIC X(20).
             10 WS-PID-HITS PIC 9(6).

      * The d04 batch files, from D04FILES.
         01 WS-FEED-COUNT PIC 9(3) VALUE 0.
         01 WS-FEED-TABLE.
           05 WS-FEED-DSN PIC X(44) OCCURS 200 TIMES.

      * One cycle catalog's archives of passport batches; a dataset
      * archived twice under one date is one archive on disk, so it
      * is kept once here and every catalog line for it is updated.
         01 WS-ENT-COUNT PIC 9(3) VALUE 0.
         01 WS-ENTRY-TABLE.
           05 WS-ENT OCCURS 300 TIMES.
             10 WS-ENT-DSN PIC X(44).
             10 WS-ENT-DATE PIC X(8).
             10 WS-ENT-OLD-COUNT PIC 9(8).
             10 WS-ENT-NEW-COUNT PIC 9(8).
             10 WS-ENT-NEW-SUM PIC 9(10).
             10 WS-ENT-CHANGED PIC X.
         01 WS-CAT-CHANGED PIC X VALUE 'N'.
         01 WS-CAT-DSN PIC X(44) VALUE SPACES.
         01 WS-CAT-DATE PIC X(8) VALUE SPACES.
         01 WS-CAT-WORD PIC X(12) VALUE SPACES.
         01 WS-CAT-COUNT-FIELD PIC X(8) VALUE SPACES.
         01 WS-CAT-BY PIC X(12) VALUE SPACES.
         01 WS-CAT-PROGRAM PIC X(14) VALUE SPACES.
         01 WS-CAT-FLAG PIC X(12) VALUE SPACES.
         01 WS-CAT-FLAG2 PIC X(12) VALUE SPACES.
         01 WS-CAT-FLAG3 PIC X(12) VALUE SPACES.
         01 WS-CAT-FLAG4 PIC X(12) VALUE SPACES.
         01 WS-CAT-SENSITIVE PIC X VALUE 'N'.

      * One cycle catalog's generations whose pid was overwritten,
      * with the checksum of the masked copy.
         01 WS-GEN-COUNT PIC 9(3) VALUE 0.
         01 WS-GEN-TABLE.
           05 WS-GEN OCCURS 300 TIMES.
             10 WS-GEN-NAME PIC X(12).
             10 WS-GEN-DATE PIC X(8).
             10 WS-GEN-SUM PIC 9(10).

      * Passports removed from the archives, by the batch file and
      * passport number the d04 reports name them with.
         01 WS-REF-COUNT PIC 9(3) VALUE 0.
         01 WS-REF-TABLE.
           05 WS-REF OCCURS 500 TIMES.
             10 WS-REF-TEXT PIC X(90).
             10 WS-REF-LEN PIC 9(2).
             10 WS-REF-PDX PIC 9(3).

      * The passport being read from an archive, held until its
      * blank separator shows whether it is kept.
         01 WS-LIVE-NAME PIC X(64) VALUE SPACES.
         01 WS-ORDINAL PIC 9(6) VALUE 0.
         01 WS-BLOCK-COUNT PIC 9(2) VALUE 0.
         01 WS-BLOCK-PDX PIC 9(3) VALUE 0.
         01 WS-BLOCK-TABLE.
           05 WS-BLOCK-ROW PIC X(299) OCCURS 40 TIMES.
         01 WS-TOO-LONG PIC X VALUE 'N'.

      * Counts for the file being scrubbed.
         01 WS-READ-COUNT PIC 9(8) VALUE 0.
         01 WS-KEPT-COUNT PIC 9(8) VALUE 0.
         01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
         01 WS-LINE PIC X(2000) VALUE SPACES.
         01 WS-LINE-HIT PIC X VALUE 'N'.
         01 WS-SCRUB-MODE PIC X VALUE SPACE.
             88 WS-SCRUB-REMOVE VALUE 'R'.
             88 WS-SCRUB-MASK VALUE 'M'.
         01 WS-OUTPUT-IDX PIC 9 VALUE 0.
         01 WS-OUTPUT-TABLE.
           05 FILLER PIC X(12) VALUE 'D04REJECTS'.
           05 FILLER PIC X(12) VALUE 'D04DUPES'.
           05 FILLER PIC X(12) VALUE 'D04MEXC'.
           05 FILLER PIC X(12) VALUE 'D04RENEWAL'.
           05 FILLER PIC X(12) VALUE 'D04FIXRPT'.
         01 WS-OUTPUT-NAMES REDEFINES WS-OUTPUT-TABLE.
           05 WS-OUTPUT-NAME PIC X(12) OCCURS 5 TIMES.

         01 WS-CERT-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CD-DATASET PIC X(44).
           05 FILLER PIC X VALUE SPACE.
           05 CD-ACTION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 CD-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE ' RECORD(S) '.
           05 CD-NOTE PIC X(57).
         01 WS-CERT-REQUEST.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CR-REFERENCE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 CR-PID PIC X(9).
           05 FILLER PIC X(14) VALUE ' REQUESTED BY '.
           05 CR-USER PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CR-RESULT PIC X(40).

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           PERFORM 002-RESOLVE-NAMES.
           OPEN INPUT REQFILE.
           IF REQ-STATUS NOT = "00" THEN
              DISPLAY 'ERASE-01: NO ERASEREQ ON FILE - NOTHING TO '
                  'ERASE'
              CLOSE REQFILE
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CERTFILE.
           MOVE 'ERASURE CERTIFICATE - PASSPORT PERSONAL DATA'
               TO CERT-RECORD.
           PERFORM 060-WRITE-CERT-LINE.
           MOVE SPACES TO CERT-RECORD.
           STRING 'ISSUED ' DELIMITED BY SIZE
               WS-NOW(1:8) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOW(9:6) DELIMITED BY SIZE
               ', PROCESSING DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CERT-RECORD.
           PERFORM 060-WRITE-CERT-LINE.
           PERFORM 060-WRITE-CERT-LINE.
           PERFORM 003-READ-REQUEST UNTIL REQ-EOF = 1.
           CLOSE REQFILE.
           IF WS-PID-COUNT = 0 THEN
              MOVE 'NO REQUEST COULD BE ACCEPTED - NOTHING ERASED'
                  TO CERT-RECORD
              PERFORM 060-WRITE-CERT-LINE
              CLOSE CERTFILE
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 060-WRITE-CERT-LINE.
           MOVE 'FILES TOUCHED' TO CERT-RECORD.
           PERFORM 060-WRITE-CERT-LINE.
           PERFORM 005-LOAD-FEED-LIST.
           PERFORM VARYING WS-CYCLE FROM 1 BY 1 UNTIL WS-CYCLE > 9
              PERFORM 010-ERASE-CYCLE-ARCHIVES
           END-PERFORM.
           PERFORM 020-SCRUB-D04-OUTPUTS.
           PERFORM VARYING WS-CYCLE FROM 1 BY 1 UNTIL WS-CYCLE > 9
              PERFORM 030-MASK-CYCLE-GENERATIONS
           END-PERFORM.
           PERFORM 040-ERASE-PID-MASTER.
           PERFORM 042-ERASE-EXCEPTION-HISTORY.
           PERFORM 055-WRITE-REQUEST-SECTION.
           CLOSE CERTFILE.
           DISPLAY 'ERASE-01: ' WS-PID-COUNT ' REQUEST(S), '
               WS-TOUCHED-COUNT ' FILE(S) TOUCHED, '
               WS-FAILED-COUNT ' NOT REWRITTEN'.
           IF WS-FAILED-COUNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REFUSED-COUNT > 0 OR WS-UNFOUND-COUNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.

       002-RESOLVE-NAMES.
           MOVE 'ERASEREQ' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REQ-DSN.
           MOVE 'D04FILES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-FEEDLIST-DSN.
           MOVE 'ERASECAT-WRK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CATWORK-DSN.
           MOVE 'ERASE-WRK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-WORK-DSN.
           MOVE 'D04PIDMST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PIDMST-DSN.
           MOVE 'EXCHIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-EXCHIST-DSN.
           MOVE 'ERASECERT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CERT-DSN.

      * A pid that is not nine digits is refused rather than
      * searched for: a short or blank one would match, and wipe,
      * far more than one person's data.
       003-READ-REQUEST.
           READ REQFILE
               AT END MOVE 1 TO REQ-EOF
               NOT AT END
                  IF REQ-RECORD NOT = SPACES AND
                      REQ-RECORD(1:2) NOT = '**' THEN
                     PERFORM 004-ACCEPT-REQUEST
                  END-IF
           END-READ.

       004-ACCEPT-REQUEST.
           MOVE REQ-REFERENCE TO CR-REFERENCE.
           MOVE REQ-USER TO CR-USER.
           MOVE ALL '*' TO CR-PID.
           IF REQ-PID IS NOT NUMERIC THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'REFUSED - PID IS NOT NINE DIGITS' TO CR-RESULT
              MOVE WS-CERT-REQUEST TO CERT-RECORD
              PERFORM 060-WRITE-CERT-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-PID-COUNT >= 100 THEN
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'REFUSED - OVER 100 REQUESTS IN ONE RUN'
                  TO CR-RESULT
              MOVE WS-CERT-REQUEST TO CERT-RECORD
              PERFORM 060-WRITE-CERT-LINE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PID-COUNT.
           MOVE REQ-PID TO WS-PID-VALUE(WS-PID-COUNT).
           MOVE SPACES TO WS-PID-TOKEN(WS-PID-COUNT).
           STRING 'pid:' DELIMITED BY SIZE
               REQ-PID DELIMITED BY SIZE
               INTO WS-PID-TOKEN(WS-PID-COUNT).
           MOVE REQ-USER TO WS-PID-USER(WS-PID-COUNT).
           MOVE REQ-REFERENCE TO WS-PID-REFERENCE(WS-PID-COUNT).
           MOVE 0 TO WS-PID-HITS(WS-PID-COUNT).

      * Without a D04FILES list only the SENSITIVE flag picks the
      * passport archives out of RUNCAT.
       005-LOAD-FEED-LIST.
           OPEN INPUT FEEDLISTFILE.
           IF FEEDLIST-STATUS NOT = "00" THEN
              CLOSE FEEDLISTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO FEEDLIST-EOF.
           PERFORM 006-READ-FEED-LIST UNTIL FEEDLIST-EOF = 1.
           CLOSE FEEDLISTFILE.

       006-READ-FEED-LIST.
           READ FEEDLISTFILE
               AT END MOVE 1 TO FEEDLIST-EOF
               NOT AT END
                  IF FEEDLIST-RECORD NOT = SPACES AND
                      WS-FEED-COUNT < 200 THEN
                     ADD 1 TO WS-FEED-COUNT
                     MOVE FEEDLIST-RECORD(1:44)
                         TO WS-FEED-DSN(WS-FEED-COUNT)
                  END-IF
           END-READ.

      * Each chain cycle files its archives in its own RUNCAT. The
      * catalog is read once to find the passport archives, each is
      * scrubbed, and only then is the catalog rewritten with the new
      * counts, so a catalog with nothing erased is never touched.
       010-ERASE-CYCLE-ARCHIVES.
           MOVE WS-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RUNCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNCAT-DSN.
           MOVE 0 TO WS-ENT-COUNT.
           MOVE 'N' TO WS-CAT-CHANGED.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CAT-EOF.
           PERFORM 011-READ-CATALOG UNTIL CAT-EOF = 1.
           CLOSE CATFILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENT-COUNT
              PERFORM 013-ERASE-ARCHIVE
           END-PERFORM.
           IF WS-CAT-CHANGED = 'Y' THEN
              PERFORM 016-REWRITE-CATALOG
           END-IF.

       011-READ-CATALOG.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  PERFORM 070-SPLIT-CATALOG-LINE
                  IF WS-CAT-COUNT-FIELD IS NUMERIC THEN
                     PERFORM 012-NOTE-ENTRY
                  END-IF
           END-READ.

       012-NOTE-ENTRY.
           MOVE 'N' TO WS-FOUND.
           IF WS-CAT-SENSITIVE = 'Y' THEN
              MOVE 'Y' TO WS-FOUND
           END-IF.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-FEED-COUNT OR WS-FOUND = 'Y'
              IF WS-FEED-DSN(WS-JDX) = WS-CAT-DSN THEN
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-ENT-COUNT
              IF WS-ENT-DSN(WS-JDX) = WS-CAT-DSN AND
                  WS-ENT-DATE(WS-JDX) = WS-CAT-DATE THEN
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           IF WS-ENT-COUNT >= 300 THEN
              DISPLAY 'ERASE-01: OVER 300 PASSPORT ARCHIVES IN '
                  WS-RUNCAT-DSN ' - REST NOT SCRUBBED'
              ADD 1 TO WS-FAILED-COUNT
              MOVE 1 TO CAT-EOF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENT-COUNT.
           MOVE WS-CAT-DSN TO WS-ENT-DSN(WS-ENT-COUNT).
           MOVE WS-CAT-DATE TO WS-ENT-DATE(WS-ENT-COUNT).
           MOVE WS-CAT-COUNT-FIELD TO WS-ENT-OLD-COUNT(WS-ENT-COUNT).
           MOVE 0 TO WS-ENT-NEW-COUNT(WS-ENT-COUNT).
           MOVE 'N' TO WS-ENT-CHANGED(WS-ENT-COUNT).

      * The archive is read passport by passport, the way the d04
      * validation numbers them: every blank line closes one, and so
      * does the end of the file. A passport holding a requested pid
      * is left out of the copy, with its separator.
       013-ERASE-ARCHIVE.
           MOVE WS-ENT-DSN(WS-IDX) TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LIVE-NAME.
           MOVE SPACES TO WS-TARGET-DSN.
           STRING WS-LIVE-NAME DELIMITED BY SPACE
               '.D' DELIMITED BY SIZE
               WS-ENT-DATE(WS-IDX) DELIMITED BY SIZE
               INTO WS-TARGET-DSN.
           MOVE WS-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-TARGET-DSN TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-TARGET-DSN.
           OPEN INPUT TARGETFILE.
           IF TGT-STATUS NOT = "00" THEN
      * Swept by retention already; nothing left to erase.
              CLOSE TARGETFILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORKFILE.
           MOVE 0 TO WS-READ-COUNT WS-KEPT-COUNT WS-CHANGE-COUNT.
           MOVE 0 TO WS-ORDINAL WS-BLOCK-COUNT WS-BLOCK-PDX.
           MOVE 'N' TO WS-TOO-LONG.
           MOVE 0 TO TGT-EOF.
           PERFORM 014-READ-ARCHIVE-LINE UNTIL TGT-EOF = 1.
           PERFORM 015-CLOSE-PASSPORT.
           CLOSE WORKFILE.
           CLOSE TARGETFILE.
           IF WS-TOO-LONG = 'Y' THEN
              ADD 1 TO WS-FAILED-COUNT
              MOVE WS-TARGET-DSN TO CD-DATASET
              MOVE 'FAILED' TO CD-ACTION
              MOVE 0 TO CD-COUNT
              MOVE 'PASSPORT OVER 40 ROWS - ARCHIVE LEFT AS IT WAS'
                  TO CD-NOTE
              PERFORM 061-WRITE-CERT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHANGE-COUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 050-COPY-WORK-BACK.
           IF CD-ACTION = 'FAILED' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-KEPT-COUNT TO WS-ENT-NEW-COUNT(WS-IDX).
           MOVE CHKSUM-VALUE TO WS-ENT-NEW-SUM(WS-IDX).
           MOVE 'Y' TO WS-ENT-CHANGED(WS-IDX).
           MOVE 'Y' TO WS-CAT-CHANGED.
           MOVE 'REMOVED' TO CD-ACTION.
           MOVE WS-CHANGE-COUNT TO CD-COUNT.
           MOVE SPACES TO CD-NOTE.
           STRING 'CATALOG COUNT ' DELIMITED BY SIZE
               WS-ENT-OLD-COUNT(WS-IDX) DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-KEPT-COUNT DELIMITED BY SIZE
               INTO CD-NOTE.
           PERFORM 061-WRITE-CERT-DETAIL.

       014-READ-ARCHIVE-LINE.
           READ TARGETFILE
               AT END MOVE 1 TO TGT-EOF
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  IF TARGET-RECORD = SPACES THEN
                     PERFORM 015-CLOSE-PASSPORT
                     IF WS-LINE-HIT = 'Y' THEN
                        ADD 1 TO WS-CHANGE-COUNT
                     ELSE
                        MOVE SPACES TO WORK-RECORD
                        WRITE WORK-RECORD
                        ADD 1 TO WS-KEPT-COUNT
                     END-IF
                  ELSE
                     IF WS-BLOCK-COUNT < 40 THEN
                        ADD 1 TO WS-BLOCK-COUNT
                        MOVE TARGET-RECORD(1:299)
                            TO WS-BLOCK-ROW(WS-BLOCK-COUNT)
                        PERFORM 065-MATCH-FEED-ROW
                     ELSE
                        MOVE 'Y' TO WS-TOO-LONG
                     END-IF
                  END-IF
           END-READ.

      * Closes the passport held so far: kept rows go to the copy,
      * a removed passport is noted by its batch file and number.
      * WS-LINE-HIT tells the caller whether its separator goes too.
       015-CLOSE-PASSPORT.
           ADD 1 TO WS-ORDINAL.
           MOVE 'N' TO WS-LINE-HIT.
           IF WS-BLOCK-PDX > 0 THEN
              MOVE 'Y' TO WS-LINE-HIT
              ADD WS-BLOCK-COUNT TO WS-CHANGE-COUNT
              ADD 1 TO WS-PID-HITS(WS-BLOCK-PDX)
              PERFORM 017-NOTE-REFERENCE
           ELSE
              PERFORM VARYING WS-BDX FROM 1 BY 1
                  UNTIL WS-BDX > WS-BLOCK-COUNT
                 MOVE WS-BLOCK-ROW(WS-BDX) TO WORK-RECORD
                 WRITE WORK-RECORD
                 ADD 1 TO WS-KEPT-COUNT
              END-PERFORM
           END-IF.
           MOVE 0 TO WS-BLOCK-COUNT.
           MOVE 0 TO WS-BLOCK-PDX.

      * Shaped as the d04 reports write it: batch file, ' PASSPORT '
      * and the six-digit passport number.
       017-NOTE-REFERENCE.
           IF WS-REF-COUNT >= 500 THEN
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REF-COUNT.
           MOVE SPACES TO WS-REF-TEXT(WS-REF-COUNT).
           MOVE 1 TO WS-PTR.
           STRING WS-LIVE-NAME DELIMITED BY SPACE
               ' PASSPORT ' DELIMITED BY SIZE
               WS-ORDINAL DELIMITED BY SIZE
               INTO WS-REF-TEXT(WS-REF-COUNT)
               WITH POINTER WS-PTR.
           COMPUTE WS-REF-LEN(WS-REF-COUNT) = WS-PTR - 1.
           MOVE WS-BLOCK-PDX TO WS-REF-PDX(WS-REF-COUNT).

      * Catalog lines for a scrubbed archive take the recount, the
      * new checksum and an ERASED stamp with the erasure date; every
      * other line is copied as it was.
       016-REWRITE-CATALOG.
           OPEN INPUT CATFILE.
           OPEN OUTPUT CATWORKFILE.
           MOVE 0 TO CAT-EOF.
           PERFORM 018-COPY-CATALOG-LINE UNTIL CAT-EOF = 1.
           CLOSE CATWORKFILE.
           CLOSE CATFILE.
           OPEN INPUT CATWORKFILE.
           OPEN OUTPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              ADD 1 TO WS-FAILED-COUNT
              CLOSE CATWORKFILE
              MOVE WS-RUNCAT-DSN TO CD-DATASET
              MOVE 'FAILED' TO CD-ACTION
              MOVE 0 TO CD-COUNT
              MOVE 'CATALOG NOT REWRITTEN - COUNTS STILL OLD'
                  TO CD-NOTE
              PERFORM 061-WRITE-CERT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CAT-EOF.
           MOVE 0 TO WS-CHANGE-COUNT.
           PERFORM 019-COPY-CATALOG-BACK UNTIL CAT-EOF = 1.
           CLOSE CATFILE.
           CLOSE CATWORKFILE.
           MOVE WS-RUNCAT-DSN TO CD-DATASET.
           MOVE 'RECOUNTED' TO CD-ACTION.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-ENT-COUNT
              IF WS-ENT-CHANGED(WS-JDX) = 'Y' THEN
                 ADD 1 TO WS-CHANGE-COUNT
              END-IF
           END-PERFORM.
           MOVE WS-CHANGE-COUNT TO CD-COUNT.
           MOVE 'ARCHIVE ENTRIES RECOUNTED, RESUMMED, STAMPED ERASED'
               TO CD-NOTE.
           PERFORM 061-WRITE-CERT-DETAIL.

       018-COPY-CATALOG-LINE.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  MOVE CAT-RECORD TO CATWORK-RECORD
                  PERFORM 070-SPLIT-CATALOG-LINE
                  PERFORM VARYING WS-JDX FROM 1 BY 1
                      UNTIL WS-JDX > WS-ENT-COUNT
                     IF WS-ENT-CHANGED(WS-JDX) = 'Y' AND
                         WS-ENT-DSN(WS-JDX) = WS-CAT-DSN AND
                         WS-ENT-DATE(WS-JDX) = WS-CAT-DATE THEN
                        PERFORM 071-BUILD-ERASED-LINE
                        EXIT PERFORM
                     END-IF
                  END-PERFORM
                  WRITE CATWORK-RECORD
           END-READ.

       019-COPY-CATALOG-BACK.
           READ CATWORKFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  MOVE CATWORK-RECORD TO CAT-RECORD
                  WRITE CAT-RECORD
           END-READ.

      * The d04 reports are read a line at a time; a line carrying a
      * requested pid, or naming a passport removed from its archive,
      * is removed.
       020-SCRUB-D04-OUTPUTS.
           SET WS-SCRUB-REMOVE TO TRUE.
           PERFORM VARYING WS-OUTPUT-IDX FROM 1 BY 1
               UNTIL WS-OUTPUT-IDX > 5
              MOVE WS-OUTPUT-NAME(WS-OUTPUT-IDX) TO ENVQ-DSNAME
              CALL 'ENVQ-01' USING ENVQ-PARMS
              MOVE ENVQ-DSNAME TO WS-TARGET-DSN
              PERFORM 021-SCRUB-TARGET
           END-PERFORM.

      * Shared by the reports and the generations: the target is
      * copied line by line through the scrub and only goes back
      * over the original when something was actually changed.
       021-SCRUB-TARGET.
           OPEN INPUT TARGETFILE.
           IF TGT-STATUS NOT = "00" THEN
              CLOSE TARGETFILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORKFILE.
           MOVE 0 TO WS-READ-COUNT WS-KEPT-COUNT WS-CHANGE-COUNT.
           MOVE 0 TO TGT-EOF.
           PERFORM 022-SCRUB-LINE UNTIL TGT-EOF = 1.
           CLOSE WORKFILE.
           CLOSE TARGETFILE.
           IF WS-CHANGE-COUNT = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM 050-COPY-WORK-BACK.
           IF CD-ACTION = 'FAILED' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHANGE-COUNT TO CD-COUNT.
           MOVE SPACES TO CD-NOTE.
           IF WS-SCRUB-REMOVE THEN
              MOVE 'REMOVED' TO CD-ACTION
              STRING 'LEAVING ' DELIMITED BY SIZE
                  WS-KEPT-COUNT DELIMITED BY SIZE
                  INTO CD-NOTE
           ELSE
              MOVE 'MASKED' TO CD-ACTION
              MOVE 'PID OVERWRITTEN IN PLACE, LINE COUNT KEPT'
                  TO CD-NOTE
           END-IF.
           PERFORM 061-WRITE-CERT-DETAIL.

       022-SCRUB-LINE.
           READ TARGETFILE
               AT END MOVE 1 TO TGT-EOF
               NOT AT END
                  ADD 1 TO WS-READ-COUNT
                  MOVE TARGET-RECORD TO WS-LINE
                  IF WS-SCRUB-REMOVE THEN
                     PERFORM 066-MATCH-PID-IN-LINE
                     IF WS-LINE-HIT = 'N' THEN
                        PERFORM 067-MATCH-REFERENCE
                     END-IF
                     IF WS-LINE-HIT = 'Y' THEN
                        ADD 1 TO WS-CHANGE-COUNT
                     ELSE
                        MOVE WS-LINE TO WORK-RECORD
                        WRITE WORK-RECORD
                        ADD 1 TO WS-KEPT-COUNT
                     END-IF
                  ELSE
                     PERFORM 068-MASK-PID-IN-LINE
                     IF WS-LINE-HIT = 'Y' THEN
                        ADD 1 TO WS-CHANGE-COUNT
                     END-IF
                     MOVE WS-LINE TO WORK-RECORD
                     WRITE WORK-RECORD
                     ADD 1 TO WS-KEPT-COUNT
                  END-IF
           END-READ.

      * Every generation each cycle's GENCAT keeps, named the way
      * GENOUT-01 names it.
       030-MASK-CYCLE-GENERATIONS.
           MOVE WS-CYCLE TO PROCDATE-CYCLE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'GENCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GENCAT-DSN.
           OPEN INPUT GENCATFILE.
           IF GENCAT-STATUS NOT = "00" THEN
              CLOSE GENCATFILE
              EXIT PARAGRAPH
           END-IF.
           SET WS-SCRUB-MASK TO TRUE.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO GENCAT-EOF.
           PERFORM 031-READ-GENCAT UNTIL GENCAT-EOF = 1.
           CLOSE GENCATFILE.
           IF WS-GEN-COUNT > 0 THEN
              PERFORM 033-REWRITE-GENCAT
           END-IF.

       031-READ-GENCAT.
           READ GENCATFILE
               AT END MOVE 1 TO GENCAT-EOF
               NOT AT END
                  IF GENCAT-REPORT-NAME NOT = SPACES THEN
                     MOVE SPACES TO WS-TARGET-DSN
                     STRING GENCAT-REPORT-NAME DELIMITED BY SPACE
                         '.D' DELIMITED BY SIZE
                         GENCAT-GEN-DATE DELIMITED BY SIZE
                         INTO WS-TARGET-DSN
                     MOVE WS-CYCLE TO PROCDATE-CYCLE
                     SET PROCDATE-QUALIFY TO TRUE
                     MOVE WS-TARGET-DSN TO PROCDATE-DSNAME
                     CALL 'PROCDATE-01' USING PROCDATE-PARMS
                     MOVE PROCDATE-DSNAME TO ENVQ-DSNAME
                     CALL 'ENVQ-01' USING ENVQ-PARMS
                     MOVE ENVQ-DSNAME TO WS-TARGET-DSN
                     PERFORM 021-SCRUB-TARGET
                     PERFORM 032-NOTE-GENERATION
                  END-IF
           END-READ.

      * A generation rewritten with its pid masked is noted with the
      * checksum of the masked copy, for the catalog rewrite.
       032-NOTE-GENERATION.
           IF WS-CHANGE-COUNT = 0 OR CD-ACTION = 'FAILED' THEN
              EXIT PARAGRAPH
           END-IF.
           IF WS-GEN-COUNT >= 300 THEN
              ADD 1 TO WS-FAILED-COUNT
              MOVE WS-GENCAT-DSN TO CD-DATASET
              MOVE 'FAILED' TO CD-ACTION
              MOVE 0 TO CD-COUNT
              MOVE 'OVER 300 GENERATIONS MASKED - CHECKSUM NOT UPDATED'
                  TO CD-NOTE
              PERFORM 061-WRITE-CERT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
           MOVE GENCAT-REPORT-NAME TO WS-GEN-NAME(WS-GEN-COUNT).
           MOVE GENCAT-GEN-DATE TO WS-GEN-DATE(WS-GEN-COUNT).
           MOVE CHKSUM-VALUE TO WS-GEN-SUM(WS-GEN-COUNT).

      * The masked generations take their new checksums so GENAUD-01
      * and GENFETCH-01 vouch for the masked copy; every other entry
      * is copied as it was.
       033-REWRITE-GENCAT.
           OPEN INPUT GENCATFILE.
           OPEN OUTPUT CATWORKFILE.
           MOVE 0 TO GENCAT-EOF.
           PERFORM 034-COPY-GENCAT-LINE UNTIL GENCAT-EOF = 1.
           CLOSE CATWORKFILE.
           CLOSE GENCATFILE.
           OPEN INPUT CATWORKFILE.
           OPEN OUTPUT GENCATFILE.
           IF GENCAT-STATUS NOT = "00" THEN
              ADD 1 TO WS-FAILED-COUNT
              CLOSE CATWORKFILE
              MOVE WS-GENCAT-DSN TO CD-DATASET
              MOVE 'FAILED' TO CD-ACTION
              MOVE 0 TO CD-COUNT
              MOVE 'CATALOG NOT REWRITTEN - CHECKSUMS STILL OLD'
                  TO CD-NOTE
              PERFORM 061-WRITE-CERT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO GENCAT-EOF.
           PERFORM 035-COPY-GENCAT-BACK UNTIL GENCAT-EOF = 1.
           CLOSE GENCATFILE.
           CLOSE CATWORKFILE.
           MOVE WS-GENCAT-DSN TO CD-DATASET.
           MOVE 'RESUMMED' TO CD-ACTION.
           MOVE WS-GEN-COUNT TO CD-COUNT.
           MOVE 'MASKED GENERATIONS TAKE THEIR NEW CHECKSUMS'
               TO CD-NOTE.
           PERFORM 061-WRITE-CERT-DETAIL.

       034-COPY-GENCAT-LINE.
           READ GENCATFILE
               AT END MOVE 1 TO GENCAT-EOF
               NOT AT END
                  PERFORM VARYING WS-JDX FROM 1 BY 1
                      UNTIL WS-JDX > WS-GEN-COUNT
                     IF WS-GEN-NAME(WS-JDX) = GENCAT-REPORT-NAME AND
                         WS-GEN-DATE(WS-JDX) = GENCAT-GEN-DATE THEN
                        MOVE WS-GEN-SUM(WS-JDX) TO GENCAT-CHECKSUM
                        EXIT PERFORM
                     END-IF
                  END-PERFORM
                  MOVE GENCAT-RECORD TO CATWORK-RECORD
                  WRITE CATWORK-RECORD
           END-READ.

       035-COPY-GENCAT-BACK.
           READ CATWORKFILE
               AT END MOVE 1 TO GENCAT-EOF
               NOT AT END
                  MOVE CATWORK-RECORD TO GENCAT-RECORD
                  WRITE GENCAT-RECORD
           END-READ.

      * The first batch ever creates the master, so a master that
      * is not there (status 35) holds nobody.
       040-ERASE-PID-MASTER.
           OPEN I-O PIDMSTFILE.
           IF PIDMST-STATUS NOT = "00" THEN
              IF PIDMST-STATUS NOT = "35" THEN
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE WS-PIDMST-DSN TO CD-DATASET
                 MOVE 'FAILED' TO CD-ACTION
                 MOVE 0 TO CD-COUNT
                 MOVE SPACES TO CD-NOTE
                 STRING 'CANNOT OPEN, STATUS ' DELIMITED BY SIZE
                     PIDMST-STATUS DELIMITED BY SIZE
                     INTO CD-NOTE
                 PERFORM 061-WRITE-CERT-DETAIL
              END-IF
              CLOSE PIDMSTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CHANGE-COUNT.
           PERFORM VARYING WS-PDX FROM 1 BY 1
               UNTIL WS-PDX > WS-PID-COUNT
              MOVE WS-PID-VALUE(WS-PDX) TO PM-PID
              DELETE PIDMSTFILE RECORD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-CHANGE-COUNT
                    ADD 1 TO WS-PID-HITS(WS-PDX)
              END-DELETE
           END-PERFORM.
           CLOSE PIDMSTFILE.
           IF WS-CHANGE-COUNT > 0 THEN
              MOVE WS-PIDMST-DSN TO CD-DATASET
              MOVE 'DELETED' TO CD-ACTION
              MOVE WS-CHANGE-COUNT TO CD-COUNT
              MOVE 'MASTER RECORD(S) BY PID' TO CD-NOTE
              PERFORM 061-WRITE-CERT-DETAIL
           END-IF.

      * The history is keyed on the exception text itself, so an
      * entry carrying the pid cannot be rewritten under a new key;
      * it is deleted.
       042-ERASE-EXCEPTION-HISTORY.
           OPEN I-O HISTFILE.
           IF HIST-STATUS NOT = "00" THEN
              IF HIST-STATUS NOT = "35" THEN
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE WS-EXCHIST-DSN TO CD-DATASET
                 MOVE 'FAILED' TO CD-ACTION
                 MOVE 0 TO CD-COUNT
                 MOVE SPACES TO CD-NOTE
                 STRING 'CANNOT OPEN, STATUS ' DELIMITED BY SIZE
                     HIST-STATUS DELIMITED BY SIZE
                     INTO CD-NOTE
                 PERFORM 061-WRITE-CERT-DETAIL
              END-IF
              CLOSE HISTFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CHANGE-COUNT.
           MOVE 0 TO HIST-EOF.
           MOVE LOW-VALUES TO HIST-REC-KEY.
           START HISTFILE KEY IS NOT LESS THAN HIST-REC-KEY
              INVALID KEY MOVE 1 TO HIST-EOF
           END-START.
           PERFORM 043-READ-HISTORY UNTIL HIST-EOF = 1.
           CLOSE HISTFILE.
           IF WS-CHANGE-COUNT > 0 THEN
              MOVE WS-EXCHIST-DSN TO CD-DATASET
              MOVE 'DELETED' TO CD-ACTION
              MOVE WS-CHANGE-COUNT TO CD-COUNT
              MOVE 'HISTORY ENTRIES CARRYING THE PID' TO CD-NOTE
              PERFORM 061-WRITE-CERT-DETAIL
           END-IF.

       043-READ-HISTORY.
           READ HISTFILE NEXT RECORD
               AT END MOVE 1 TO HIST-EOF
               NOT AT END
                  MOVE SPACES TO WS-LINE
                  MOVE HIST-REC-REASON TO WS-LINE
                  PERFORM 066-MATCH-PID-IN-LINE
                  IF WS-LINE-HIT = 'Y' THEN
                     DELETE HISTFILE RECORD
                        INVALID KEY CONTINUE
                        NOT INVALID KEY ADD 1 TO WS-CHANGE-COUNT
                     END-DELETE
                  END-IF
           END-READ.

      * Puts the scrubbed copy back over the original, checksumming
      * it on the way the way ARCHIVE-01 and GENOUT-01 do. An
      * original that cannot be opened for output keeps every record
      * it had, and the certificate says so.
       050-COPY-WORK-BACK.
           MOVE WS-TARGET-DSN TO CD-DATASET.
           MOVE SPACES TO CD-ACTION.
           OPEN INPUT WORKFILE.
           OPEN OUTPUT TARGETFILE.
           IF TGT-STATUS NOT = "00" THEN
              ADD 1 TO WS-FAILED-COUNT
              CLOSE WORKFILE
              MOVE 'FAILED' TO CD-ACTION
              MOVE 0 TO CD-COUNT
              MOVE SPACES TO CD-NOTE
              STRING 'NOT REWRITTEN, STATUS ' DELIMITED BY SIZE
                  TGT-STATUS DELIMITED BY SIZE
                  INTO CD-NOTE
              PERFORM 061-WRITE-CERT-DETAIL
              EXIT PARAGRAPH
           END-IF.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE 0 TO WORK-EOF.
           PERFORM 051-COPY-WORK-LINE UNTIL WORK-EOF = 1.
           CLOSE TARGETFILE.
           CLOSE WORKFILE.

       051-COPY-WORK-LINE.
           READ WORKFILE
               AT END MOVE 1 TO WORK-EOF
               NOT AT END
                  MOVE WORK-RECORD TO TARGET-RECORD
                  WRITE TARGET-RECORD
                  SET CHKSUM-ADD TO TRUE
                  MOVE 1600 TO CHKSUM-LENGTH
                  MOVE TARGET-RECORD TO CHKSUM-DATA
                  CALL 'CHKSUM-01' USING CHKSUM-PARMS
           END-READ.

      * The certificate shows each pid masked to its last four
      * digits; it must not become one more copy of what it
      * certifies is gone.
       055-WRITE-REQUEST-SECTION.
           PERFORM 060-WRITE-CERT-LINE.
           MOVE 'REQUESTS' TO CERT-RECORD.
           PERFORM 060-WRITE-CERT-LINE.
           PERFORM VARYING WS-PDX FROM 1 BY 1
               UNTIL WS-PDX > WS-PID-COUNT
              MOVE WS-PID-REFERENCE(WS-PDX) TO CR-REFERENCE
              MOVE WS-PID-USER(WS-PDX) TO CR-USER
              MOVE ALL '*' TO CR-PID
              MOVE WS-PID-VALUE(WS-PDX)(6:4) TO CR-PID(6:4)
              MOVE SPACES TO CR-RESULT
              IF WS-PID-HITS(WS-PDX) = 0 THEN
                 ADD 1 TO WS-UNFOUND-COUNT
                 MOVE 'NO OCCURRENCE FOUND' TO CR-RESULT
              ELSE
                 STRING 'ERASED, ' DELIMITED BY SIZE
                     WS-PID-HITS(WS-PDX) DELIMITED BY SIZE
                     ' OCCURRENCE(S)' DELIMITED BY SIZE
                     INTO CR-RESULT
              END-IF
              MOVE WS-CERT-REQUEST TO CERT-RECORD
              PERFORM 060-WRITE-CERT-LINE
           END-PERFORM.
           PERFORM 060-WRITE-CERT-LINE.
           STRING WS-TOUCHED-COUNT DELIMITED BY SIZE
               ' FILE(S) TOUCHED, ' DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               ' NOT REWRITTEN, ' DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               ' REQUEST(S) REFUSED' DELIMITED BY SIZE
               INTO CERT-RECORD.
           PERFORM 060-WRITE-CERT-LINE.

       060-WRITE-CERT-LINE.
           WRITE CERT-RECORD.
           MOVE SPACES TO CERT-RECORD.

       061-WRITE-CERT-DETAIL.
           IF CD-ACTION NOT = 'FAILED' THEN
              ADD 1 TO WS-TOUCHED-COUNT
           END-IF.
           MOVE WS-CERT-DETAIL TO CERT-RECORD.
           DISPLAY 'ERASE-01: ' CERT-RECORD(3:130).
           PERFORM 060-WRITE-CERT-LINE.

      * A batch row holding a requested pid marks the passport it
      * belongs to for removal.
       065-MATCH-FEED-ROW.
           IF WS-BLOCK-PDX > 0 THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PDX FROM 1 BY 1
               UNTIL WS-PDX > WS-PID-COUNT
              MOVE 0 TO WS-TALLY
              INSPECT WS-BLOCK-ROW(WS-BLOCK-COUNT) TALLYING WS-TALLY
                  FOR ALL WS-PID-TOKEN(WS-PDX)
              IF WS-TALLY > 0 THEN
                 MOVE WS-PDX TO WS-BLOCK-PDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The bare pid only counts standing alone, with no digit on
      * either side: a longer number that happens to contain those
      * nine digits is somebody else's.
       066-MATCH-PID-IN-LINE.
           MOVE 'N' TO WS-LINE-HIT.
           MOVE 'N' TO WS-SCAN-MASK.
           PERFORM VARYING WS-PDX FROM 1 BY 1
               UNTIL WS-PDX > WS-PID-COUNT
              MOVE 0 TO WS-TALLY
              INSPECT WS-LINE TALLYING WS-TALLY
                  FOR ALL WS-PID-VALUE(WS-PDX)
              IF WS-TALLY > 0 THEN
                 PERFORM 069-SCAN-ANCHORED-PID
              END-IF
              IF WS-TALLY > 0 THEN
                 MOVE 'Y' TO WS-LINE-HIT
                 ADD 1 TO WS-PID-HITS(WS-PDX)
              END-IF
           END-PERFORM.

       067-MATCH-REFERENCE.
           PERFORM VARYING WS-RDX FROM 1 BY 1
               UNTIL WS-RDX > WS-REF-COUNT
              MOVE 0 TO WS-TALLY
              INSPECT WS-LINE TALLYING WS-TALLY
                  FOR ALL WS-REF-TEXT(WS-RDX)(1:WS-REF-LEN(WS-RDX))
              IF WS-TALLY > 0 THEN
                 MOVE 'Y' TO WS-LINE-HIT
                 MOVE WS-REF-PDX(WS-RDX) TO WS-PDX
                 ADD 1 TO WS-PID-HITS(WS-PDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Same standing-alone rule as 066; only those occurrences are
      * masked.
       068-MASK-PID-IN-LINE.
           MOVE 'N' TO WS-LINE-HIT.
           MOVE 'Y' TO WS-SCAN-MASK.
           PERFORM VARYING WS-PDX FROM 1 BY 1
               UNTIL WS-PDX > WS-PID-COUNT
              MOVE 0 TO WS-TALLY
              INSPECT WS-LINE TALLYING WS-TALLY
                  FOR ALL WS-PID-VALUE(WS-PDX)
              IF WS-TALLY > 0 THEN
                 PERFORM 069-SCAN-ANCHORED-PID
              END-IF
              IF WS-TALLY > 0 THEN
                 MOVE 'Y' TO WS-LINE-HIT
                 ADD WS-TALLY TO WS-PID-HITS(WS-PDX)
              END-IF
           END-PERFORM.

      * Counts in WS-TALLY the occurrences of pid WS-PDX in WS-LINE
      * bounded by the line's ends or a non-digit, masking each one
      * when WS-SCAN-MASK is Y.
       069-SCAN-ANCHORED-PID.
           MOVE 0 TO WS-TALLY.
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > 1992
              IF WS-LINE(WS-SCAN-POS:9) = WS-PID-VALUE(WS-PDX) THEN
                 IF (WS-SCAN-POS = 1 OR
                     WS-LINE(WS-SCAN-POS - 1:1) IS NOT NUMERIC) AND
                     (WS-SCAN-POS = 1992 OR
                     WS-LINE(WS-SCAN-POS + 9:1) IS NOT NUMERIC) THEN
                    ADD 1 TO WS-TALLY
                    IF WS-SCAN-MASK = 'Y' THEN
                       MOVE WS-ERASED-MARK
                           TO WS-LINE(WS-SCAN-POS:9)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * RUNCAT lines are words: dataset, run date, RECORDS, count,
      * CONSUMED-BY, program, then CHECKSUM and its value (entries
      * filed since archives were checksummed), SENSITIVE and an
      * ERASED stamp when either applies.
       070-SPLIT-CATALOG-LINE.
           MOVE SPACES TO WS-CAT-DSN WS-CAT-DATE WS-CAT-WORD
               WS-CAT-COUNT-FIELD WS-CAT-BY WS-CAT-PROGRAM
               WS-CAT-FLAG WS-CAT-FLAG2 WS-CAT-FLAG3 WS-CAT-FLAG4.
           UNSTRING CAT-RECORD DELIMITED BY ALL ' '
               INTO WS-CAT-DSN WS-CAT-DATE WS-CAT-WORD
                    WS-CAT-COUNT-FIELD WS-CAT-BY WS-CAT-PROGRAM
                    WS-CAT-FLAG WS-CAT-FLAG2 WS-CAT-FLAG3
                    WS-CAT-FLAG4
           END-UNSTRING.
           MOVE 'N' TO WS-CAT-SENSITIVE.
           IF WS-CAT-PROGRAM = 'SENSITIVE' OR
               WS-CAT-FLAG = 'SENSITIVE' OR
               WS-CAT-FLAG2 = 'SENSITIVE' OR
               WS-CAT-FLAG3 = 'SENSITIVE' THEN
              MOVE 'Y' TO WS-CAT-SENSITIVE
           END-IF.
      * An entry filed with no consuming program has its next word
      * where the program would be.
           IF WS-CAT-PROGRAM = 'CHECKSUM' OR
               WS-CAT-PROGRAM = 'SENSITIVE' OR
               WS-CAT-PROGRAM = 'ERASED' THEN
              MOVE SPACES TO WS-CAT-PROGRAM
           END-IF.

      * An entry erased before keeps one ERASED stamp, the latest.
       071-BUILD-ERASED-LINE.
           MOVE SPACES TO CATWORK-RECORD.
           IF WS-CAT-SENSITIVE = 'Y' THEN
              STRING WS-CAT-DSN DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-CAT-DATE DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  WS-ENT-NEW-COUNT(WS-JDX) DELIMITED BY SIZE
                  ' CONSUMED-BY ' DELIMITED BY SIZE
                  WS-CAT-PROGRAM DELIMITED BY SPACE
                  ' CHECKSUM ' DELIMITED BY SIZE
                  WS-ENT-NEW-SUM(WS-JDX) DELIMITED BY SIZE
                  ' SENSITIVE ERASED ' DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  INTO CATWORK-RECORD
           ELSE
              STRING WS-CAT-DSN DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-CAT-DATE DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  WS-ENT-NEW-COUNT(WS-JDX) DELIMITED BY SIZE
                  ' CONSUMED-BY ' DELIMITED BY SIZE
                  WS-CAT-PROGRAM DELIMITED BY SPACE
                  ' CHECKSUM ' DELIMITED BY SIZE
                  WS-ENT-NEW-SUM(WS-JDX) DELIMITED BY SIZE
                  ' ERASED ' DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  INTO CATWORK-RECORD
           END-IF.
