       IDENTIFICATION DIVISION.
       PROGRAM-ID. DREXP-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Disaster-recovery export: packages every control, catalog and
      * ledger dataset of the run-control estate into one sequential
      * bundle, DRBUNDLE, that can be shipped to the recovery site and
      * rebuilt there by DRIMP-01. Each dataset travels as a begin
      * line, its records as text and an end line carrying its record
      * count and CHKSUM-01 checksum; the bundle closes with the
      * manifest -- every dataset asked for, exported or missing, with
      * its count and checksum -- and a trailer, so an import can tell
      * a complete bundle from a cut-off one. The manifest is also
      * written on its own to DRMANIFEST for the operator.
      *
      * The datasets come from DRLIST:
      *   columns  1-44  dataset name
      *   column  46     C when the dataset belongs to a chain cycle
      * A cycle's dataset travels with every cycle copy that exists
      * (PROCDATE-01 names them), so an afternoon cycle's JOBSTATE.C2
      * is not left behind. A line starting '**' is a comment. With
      * no DRLIST on file the compiled-in estate below is exported.
      * Keyed datasets are read through DRKEY-01; everything else is
      * read as line sequential text.
      *
      * Return code 0 when every dataset was exported, 4 when any was
      * missing or could not be read to its end, 8 when the bundle
      * could not be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTFILE ASSIGN TO WS-LIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIST-STATUS.
           SELECT SEQFILE ASSIGN TO WS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQ-STATUS.
           SELECT BUNDLEFILE ASSIGN TO WS-BUNDLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUNDLE-STATUS.
           SELECT MANIFESTFILE ASSIGN TO WS-MANIFEST-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD LISTFILE.
         01 LIST-RECORD.
           05 LIST-DATASET PIC X(44).
           05 FILLER PIC X.
           05 LIST-CYCLE PIC X.

         FD SEQFILE.
         01 SEQ-RECORD PIC X(1600).

      * The bundle. Every line starts with its type:
      *   HD  header: when it was made and the processing date
      *   DS  a dataset begins (name, K for keyed or S sequential)
      *   RC  one record of that dataset, as text from column 4
      *   DE  the dataset ends (name, organisation, count, checksum)
      *   MF  one manifest entry (as DE, plus EXPORTED or MISSING)
      *   TR  trailer: the number of manifest entries
         FD BUNDLEFILE.
         01 BUNDLE-RECORD.
           05 BUNDLE-TYPE PIC X(2).
           05 FILLER PIC X.
           05 BUNDLE-DATA PIC X(1600).
         01 BUNDLE-DATASET-LINE.
           05 FILLER PIC X(3).
           05 BD-DATASET PIC X(44).
           05 FILLER PIC X.
           05 BD-ORG PIC X.
           05 FILLER PIC X.
           05 BD-COUNT PIC 9(9).
           05 FILLER PIC X.
           05 BD-CHECKSUM PIC 9(10).
           05 FILLER PIC X.
           05 BD-STATE PIC X(8).
         01 BUNDLE-HEADER-LINE.
           05 FILLER PIC X(3).
           05 BH-CREATED PIC X(14).
           05 FILLER PIC X.
           05 BH-PROCDATE PIC X(8).
           05 FILLER PIC X.
           05 BH-ENTRIES PIC 9(4).

      * The manifest as the operator reads it.
         FD MANIFESTFILE.
         01 MANIFEST-RECORD.
           05 MF-DATASET PIC X(44).
           05 FILLER PIC X.
           05 MF-ORG PIC X.
           05 FILLER PIC X.
           05 MF-STATE PIC X(8).
           05 FILLER PIC X.
           05 MF-COUNT PIC 9(9).
           05 FILLER PIC X.
           05 MF-CHECKSUM PIC 9(10).
           05 FILLER PIC X.
           05 MF-DSN PIC X(64).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 LIST-STATUS PIC X(2) VALUE SPACES.
         01 SEQ-STATUS PIC X(2) VALUE SPACES.
         01 BUNDLE-STATUS PIC X(2) VALUE SPACES.
         01 LIST-EOF PIC 9 VALUE 0.
         01 SEQ-EOF PIC 9 VALUE 0.
         01 WS-LIST-DSN PIC X(64) VALUE 'DRLIST'.
         01 WS-BUNDLE-DSN PIC X(64) VALUE 'DRBUNDLE'.
         01 WS-MANIFEST-DSN PIC X(64) VALUE 'DRMANIFEST'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'DREXP-REPORT'.
         01 WS-DSN PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY PROCDATE.
         COPY CHKSUM.
         COPY DRKEY.
         01 WS-RC PIC 9(4) VALUE 0.
         01 WS-NOW PIC X(14) VALUE SPACES.
         01 WS-IDX PIC 9(2) VALUE 0.
         01 WS-CYCLE PIC 9(2) VALUE 0.
         01 WS-RDX PIC 9(3) VALUE 0.
      * The dataset being exported.
         01 WS-DATASET PIC X(44) VALUE SPACES.
         01 WS-ORG PIC X VALUE SPACE.
         01 WS-STATE PIC X(8) VALUE SPACES.
         01 WS-COUNT PIC 9(9) VALUE 0.
      * Set for a cycle copy, which is only exported when it exists.
         01 WS-OPTIONAL PIC X VALUE 'N'.
         01 WS-LIST-COUNT PIC 9(2) VALUE 0.
         01 WS-LIST-TABLE.
           05 WS-LIST OCCURS 60 TIMES.
             10 WS-LST-DATASET PIC X(44).
             10 WS-LST-CYCLE PIC X.
         01 WS-RESULT-COUNT PIC 9(3) VALUE 0.
         01 WS-RESULT-TABLE.
           05 WS-RESULT OCCURS 200 TIMES.
             10 WS-RES-DATASET PIC X(44).
             10 WS-RES-ORG PIC X.
             10 WS-RES-STATE PIC X(8).
             10 WS-RES-COUNT PIC 9(9).
             10 WS-RES-CHECKSUM PIC 9(10).
             10 WS-RES-DSN PIC X(64).
         01 WS-EXPORTED PIC 9(3) VALUE 0.
         01 WS-MISSING PIC 9(3) VALUE 0.
         01 WS-HEADING-LINE.
           05 FILLER PIC X(45) VALUE 'DATASET'.
           05 FILLER PIC X(2) VALUE 'O'.
           05 FILLER PIC X(9) VALUE 'STATE'.
           05 FILLER PIC X(10) VALUE '  RECORDS'.
           05 FILLER PIC X(10) VALUE 'CHECKSUM'.
         01 WS-DETAIL-LINE.
           05 WS-DL-DATASET PIC X(44).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-ORG PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-STATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DL-CHECKSUM PIC 9(10).

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE 'DRLIST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LIST-DSN.
           MOVE 'DRBUNDLE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-BUNDLE-DSN.
           MOVE 'DRMANIFEST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-MANIFEST-DSN.
           MOVE 'DREXP-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DREXP-01: DR EXPORT ' DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               ' PROCESSING DATE ' DELIMITED BY SIZE
               PROCDATE-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-BUNDLE-DSN DELIMITED BY SPACE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN OUTPUT BUNDLEFILE.
           IF BUNDLE-STATUS NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'DREXP-01: BUNDLE NOT WRITABLE, STATUS '
                  DELIMITED BY SIZE
                  BUNDLE-STATUS DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 002-LOAD-LIST.
           MOVE SPACES TO BUNDLE-RECORD.
           MOVE 'HD' TO BUNDLE-TYPE.
           MOVE WS-NOW TO BH-CREATED.
           MOVE PROCDATE-DATE TO BH-PROCDATE.
           MOVE 0 TO BH-ENTRIES.
           WRITE BUNDLE-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LIST-COUNT
              MOVE WS-LST-DATASET(WS-IDX) TO WS-DATASET
              MOVE 'N' TO WS-OPTIONAL
              PERFORM 005-EXPORT-DATASET
              IF WS-LST-CYCLE(WS-IDX) = 'C' THEN
                 PERFORM 009-EXPORT-CYCLE-COPIES
              END-IF
           END-PERFORM.
           PERFORM 010-WRITE-MANIFEST.
           CLOSE BUNDLEFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DREXP-01: ' DELIMITED BY SIZE
               WS-EXPORTED DELIMITED BY SIZE
               ' DATASET(S) EXPORTED, ' DELIMITED BY SIZE
               WS-MISSING DELIMITED BY SIZE
               ' MISSING OR INCOMPLETE' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

      * A missing list (status other than "00") exports the estate
      * compiled in below.
       002-LOAD-LIST.
           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT LISTFILE.
           IF LIST-STATUS = "00" THEN
              MOVE 0 TO LIST-EOF
              PERFORM 003-READ-LIST UNTIL LIST-EOF = 1
              CLOSE LISTFILE
           ELSE
              CLOSE LISTFILE
              PERFORM 004-DEFAULT-LIST
           END-IF.

       003-READ-LIST.
           READ LISTFILE
               AT END MOVE 1 TO LIST-EOF
               NOT AT END
                  IF LIST-DATASET NOT = SPACES AND
                      LIST-DATASET(1:2) NOT = '**' THEN
                     IF WS-LIST-COUNT < 60 THEN
                        ADD 1 TO WS-LIST-COUNT
                        MOVE LIST-DATASET
                            TO WS-LST-DATASET(WS-LIST-COUNT)
                        MOVE LIST-CYCLE TO WS-LST-CYCLE(WS-LIST-COUNT)
                     ELSE
                        DISPLAY 'DREXP-01: DRLIST LONGER THAN 60 '
                            'ENTRIES, ' LIST-DATASET ' IGNORED'
                     END-IF
                  END-IF
           END-READ.

      * The run-control estate as it stands: the chain's lineup,
      * calendar, directives and state; the catalogs and ledgers;
      * the parameter gate's catalog, audit and queues; the intake
      * log; the checkpoint and dataset registries; the operations
      * tables; the ledger journal and warehouse extract mark; the
      * regression suite's registry; the report burst table; the
      * feed format table; and the step output contracts with their
      * output history.
       004-DEFAULT-LIST.
           MOVE 'JOBCTLSTEPS' TO WS-LST-DATASET(1).
           MOVE 'RUNCAL' TO WS-LST-DATASET(2).
           MOVE 'JOBCTLHOLD' TO WS-LST-DATASET(3).
           MOVE 'JOBCTLWINDOW' TO WS-LST-DATASET(4).
           MOVE 'JOBCTLMODE' TO WS-LST-DATASET(5).
           MOVE 'PROCDATE' TO WS-LST-DATASET(6).
           MOVE 'JOBSTATE' TO WS-LST-DATASET(7).
           MOVE 'STEPSTATS' TO WS-LST-DATASET(8).
           MOVE 'RESULTLEDGER' TO WS-LST-DATASET(9).
           MOVE 'CHAINHIST' TO WS-LST-DATASET(10).
           MOVE 'GENCAT' TO WS-LST-DATASET(11).
           MOVE 'RUNCAT' TO WS-LST-DATASET(12).
           MOVE 'PARMCAT' TO WS-LST-DATASET(13).
           MOVE 'PARMAUDIT' TO WS-LST-DATASET(14).
           MOVE 'PARMFUT' TO WS-LST-DATASET(15).
           MOVE 'PARMPEND' TO WS-LST-DATASET(16).
           MOVE 'FREEZECAL' TO WS-LST-DATASET(17).
           MOVE 'INTAKELIST' TO WS-LST-DATASET(18).
           MOVE 'INTAKELOG' TO WS-LST-DATASET(19).
           MOVE 'CKPTREG' TO WS-LST-DATASET(20).
           MOVE 'ARCHLIST' TO WS-LST-DATASET(21).
           MOVE 'LINEAGE' TO WS-LST-DATASET(22).
           MOVE 'OPSROLES' TO WS-LST-DATASET(23).
           MOVE 'ALERTROUTE' TO WS-LST-DATASET(24).
           MOVE 'ONCALLROSTER' TO WS-LST-DATASET(25).
           MOVE 'INCIDENTS' TO WS-LST-DATASET(26).
           MOVE 'OPSHIST' TO WS-LST-DATASET(27).
           MOVE 'RUNPULSE' TO WS-LST-DATASET(28).
           MOVE 'EXCHIST' TO WS-LST-DATASET(29).
           MOVE 'DSREG' TO WS-LST-DATASET(30).
           MOVE 'LEDGERJNL' TO WS-LST-DATASET(31).
           MOVE 'LEDGEXTHWM' TO WS-LST-DATASET(32).
           MOVE 'REGSUITE' TO WS-LST-DATASET(33).
           MOVE 'BURSTTAB' TO WS-LST-DATASET(34).
           MOVE 'FEEDFMT' TO WS-LST-DATASET(35).
           MOVE 'JOBCTLCONTRACT' TO WS-LST-DATASET(36).
           MOVE 'OUTHIST' TO WS-LST-DATASET(37).
           MOVE 37 TO WS-LIST-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LIST-COUNT
              MOVE SPACE TO WS-LST-CYCLE(WS-IDX)
           END-PERFORM.
           MOVE 'C' TO WS-LST-CYCLE(7) WS-LST-CYCLE(8)
               WS-LST-CYCLE(9) WS-LST-CYCLE(11) WS-LST-CYCLE(12).

      * Copies one dataset into the bundle and files its result. A
      * dataset that cannot be opened is MISSING (a cycle copy that
      * does not exist is simply not there); one whose reading stops
      * short of its end is INCOMPLETE, and what was read still
      * travels so the recovery site has the most there is.
       005-EXPORT-DATASET.
           MOVE WS-DATASET TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DSN.
           MOVE WS-DATASET TO DRKEY-DATASET.
           MOVE WS-DSN TO DRKEY-DSN.
           SET DRKEY-LOOKUP TO TRUE.
           CALL 'DRKEY-01' USING DRKEY-PARMS.
           MOVE 0 TO WS-COUNT.
           SET CHKSUM-INIT TO TRUE.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           SET CHKSUM-ADD TO TRUE.
           IF DRKEY-KEYED = 'Y' THEN
              MOVE 'K' TO WS-ORG
              SET DRKEY-OPEN-READ TO TRUE
              CALL 'DRKEY-01' USING DRKEY-PARMS
              IF DRKEY-STATUS NOT = "00" THEN
                 SET DRKEY-CLOSE TO TRUE
                 CALL 'DRKEY-01' USING DRKEY-PARMS
                 PERFORM 008-FILE-MISSING
                 EXIT PARAGRAPH
              END-IF
              PERFORM 011-WRITE-BEGIN
              MOVE 'EXPORTED' TO WS-STATE
              MOVE 0 TO SEQ-EOF
              PERFORM 006-EXPORT-KEYED-RECORD UNTIL SEQ-EOF = 1
              SET DRKEY-CLOSE TO TRUE
              CALL 'DRKEY-01' USING DRKEY-PARMS
           ELSE
              MOVE 'S' TO WS-ORG
              OPEN INPUT SEQFILE
              IF SEQ-STATUS NOT = "00" THEN
                 CLOSE SEQFILE
                 PERFORM 008-FILE-MISSING
                 EXIT PARAGRAPH
              END-IF
              PERFORM 011-WRITE-BEGIN
              MOVE 'EXPORTED' TO WS-STATE
              MOVE 0 TO SEQ-EOF
              PERFORM 007-EXPORT-SEQ-RECORD UNTIL SEQ-EOF = 1
              CLOSE SEQFILE
           END-IF.
           MOVE SPACES TO BUNDLE-RECORD.
           MOVE 'DE' TO BUNDLE-TYPE.
           MOVE WS-DATASET TO BD-DATASET.
           MOVE WS-ORG TO BD-ORG.
           MOVE WS-COUNT TO BD-COUNT.
           MOVE CHKSUM-VALUE TO BD-CHECKSUM.
           MOVE WS-STATE TO BD-STATE.
           WRITE BUNDLE-RECORD.
           IF WS-STATE = 'EXPORTED' THEN
              ADD 1 TO WS-EXPORTED
           ELSE
              ADD 1 TO WS-MISSING
              MOVE 4 TO WS-RC
           END-IF.
           PERFORM 012-FILE-RESULT.

       006-EXPORT-KEYED-RECORD.
           SET DRKEY-READ-NEXT TO TRUE.
           CALL 'DRKEY-01' USING DRKEY-PARMS.
           IF DRKEY-STATUS = "10" THEN
              MOVE 1 TO SEQ-EOF
              EXIT PARAGRAPH
           END-IF.
           IF DRKEY-STATUS NOT = "00" THEN
              MOVE 'INCOMPLT' TO WS-STATE
              MOVE 1 TO SEQ-EOF
              EXIT PARAGRAPH
           END-IF.
           MOVE DRKEY-DATA TO CHKSUM-DATA.
           MOVE DRKEY-LENGTH TO CHKSUM-LENGTH.
           PERFORM 013-WRITE-RECORD.

       007-EXPORT-SEQ-RECORD.
           READ SEQFILE
               AT END MOVE 1 TO SEQ-EOF
               NOT AT END
                  MOVE SEQ-RECORD TO CHKSUM-DATA
                  MOVE 1600 TO CHKSUM-LENGTH
                  PERFORM 013-WRITE-RECORD
           END-READ.
           IF SEQ-EOF = 0 AND SEQ-STATUS NOT = "00" THEN
              MOVE 'INCOMPLT' TO WS-STATE
              MOVE 1 TO SEQ-EOF
           END-IF.

       008-FILE-MISSING.
           IF WS-OPTIONAL = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'MISSING' TO WS-STATE.
           MOVE 0 TO CHKSUM-VALUE.
           ADD 1 TO WS-MISSING.
           MOVE 4 TO WS-RC.
           PERFORM 012-FILE-RESULT.

      * A cycle's dataset is exported again under each later cycle's
      * name, where that copy exists.
       009-EXPORT-CYCLE-COPIES.
           PERFORM VARYING WS-CYCLE FROM 2 BY 1 UNTIL WS-CYCLE > 9
              SET PROCDATE-QUALIFY TO TRUE
              MOVE WS-CYCLE TO PROCDATE-CYCLE
              MOVE WS-LST-DATASET(WS-IDX) TO PROCDATE-DSNAME
              CALL 'PROCDATE-01' USING PROCDATE-PARMS
              MOVE PROCDATE-DSNAME TO WS-DATASET
              MOVE 'Y' TO WS-OPTIONAL
              PERFORM 005-EXPORT-DATASET
           END-PERFORM.

      * The manifest closes the bundle and goes to DRMANIFEST too.
       010-WRITE-MANIFEST.
           OPEN OUTPUT MANIFESTFILE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-RDX FROM 1 BY 1
               UNTIL WS-RDX > WS-RESULT-COUNT
              MOVE SPACES TO BUNDLE-RECORD
              MOVE 'MF' TO BUNDLE-TYPE
              MOVE WS-RES-DATASET(WS-RDX) TO BD-DATASET
              MOVE WS-RES-ORG(WS-RDX) TO BD-ORG
              MOVE WS-RES-COUNT(WS-RDX) TO BD-COUNT
              MOVE WS-RES-CHECKSUM(WS-RDX) TO BD-CHECKSUM
              MOVE WS-RES-STATE(WS-RDX) TO BD-STATE
              WRITE BUNDLE-RECORD
              MOVE SPACES TO MANIFEST-RECORD
              MOVE WS-RES-DATASET(WS-RDX) TO MF-DATASET
              MOVE WS-RES-ORG(WS-RDX) TO MF-ORG
              MOVE WS-RES-STATE(WS-RDX) TO MF-STATE
              MOVE WS-RES-COUNT(WS-RDX) TO MF-COUNT
              MOVE WS-RES-CHECKSUM(WS-RDX) TO MF-CHECKSUM
              MOVE WS-RES-DSN(WS-RDX) TO MF-DSN
              WRITE MANIFEST-RECORD
              MOVE WS-RES-DATASET(WS-RDX) TO WS-DL-DATASET
              MOVE WS-RES-ORG(WS-RDX) TO WS-DL-ORG
              MOVE WS-RES-STATE(WS-RDX) TO WS-DL-STATE
              MOVE WS-RES-COUNT(WS-RDX) TO WS-DL-COUNT
              MOVE WS-RES-CHECKSUM(WS-RDX) TO WS-DL-CHECKSUM
              MOVE WS-DETAIL-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-PERFORM.
           CLOSE MANIFESTFILE.
           MOVE SPACES TO BUNDLE-RECORD.
           MOVE 'TR' TO BUNDLE-TYPE.
           MOVE WS-NOW TO BH-CREATED.
           MOVE PROCDATE-DATE TO BH-PROCDATE.
           MOVE WS-RESULT-COUNT TO BH-ENTRIES.
           WRITE BUNDLE-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       011-WRITE-BEGIN.
           MOVE SPACES TO BUNDLE-RECORD.
           MOVE 'DS' TO BUNDLE-TYPE.
           MOVE WS-DATASET TO BD-DATASET.
           MOVE WS-ORG TO BD-ORG.
           WRITE BUNDLE-RECORD.

       012-FILE-RESULT.
           IF WS-RESULT-COUNT NOT < 200 THEN
              DISPLAY 'DREXP-01: MORE THAN 200 DATASETS, '
                  WS-DATASET ' LEFT OUT OF THE MANIFEST'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RESULT-COUNT.
           MOVE WS-DATASET TO WS-RES-DATASET(WS-RESULT-COUNT).
           MOVE WS-ORG TO WS-RES-ORG(WS-RESULT-COUNT).
           MOVE WS-STATE TO WS-RES-STATE(WS-RESULT-COUNT).
           MOVE WS-COUNT TO WS-RES-COUNT(WS-RESULT-COUNT).
           MOVE CHKSUM-VALUE TO WS-RES-CHECKSUM(WS-RESULT-COUNT).
           MOVE WS-DSN TO WS-RES-DSN(WS-RESULT-COUNT).
           IF WS-STATE NOT = 'EXPORTED' THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'DREXP-01: ' DELIMITED BY SIZE
                  WS-DATASET DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-STATE DELIMITED BY SPACE
                  ' (' DELIMITED BY SIZE
                  WS-DSN DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
           END-IF.

       013-WRITE-RECORD.
           ADD 1 TO WS-COUNT.
           CALL 'CHKSUM-01' USING CHKSUM-PARMS.
           MOVE SPACES TO BUNDLE-RECORD.
           MOVE 'RC' TO BUNDLE-TYPE.
           MOVE CHKSUM-DATA TO BUNDLE-DATA.
           WRITE BUNDLE-RECORD.
