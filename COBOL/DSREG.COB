       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSREG-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Dataset registry consistency check. The same dataset names
      * are kept by hand in PREFLTDSN, ARCHLIST, INTAKELIST, the
      * EXCDIG source table EXCSRC, RECONRULES, DISTLIST, ARCRETAIN
      * and the checkpoint registry CKPTREG, and they drift: a feed
      * added to INTAKELIST and never to PREFLTDSN is found by the
      * chain failing, not by anyone looking. DSREG is the master
      * record of every dataset; this program reads it and every one
      * of those lists and reports
      *   - a dataset missing from a list its kind requires,
      *   - a list entry naming a dataset the registry does not know,
      *   - a list entry naming a dataset of the wrong kind for it,
      *   - a retention in ARCRETAIN or GENRETAIN that disagrees
      *     with the registry's.
      *
      * DSREG, one dataset per line:
      *   columns  1-44  dataset name
      *   columns 46-55  kind: FEED, REPORT, REJECT, CONTROL or
      *                  CHECKPOINT
      *   columns 57-70  producing program (or sender for a feed)
      *   columns 72-85  consuming program
      *   columns 87-94  owner
      *   columns 96-97  retention, in generations kept (archive
      *                  copies for a feed, report generations for
      *                  a report)
      *   column  99     T for a feed that arrives by transmission
      * A line starting '**' is a comment.
      *
      * What each kind requires:
      *   FEED        PREFLTDSN and ARCHLIST; INTAKELIST too when it
      *               arrives by transmission
      *   REJECT      the EXCDIG source table
      *   CHECKPOINT  CKPTREG
      * and what each list may name: PREFLTDSN, ARCHLIST, INTAKELIST
      * (live name), ARCRETAIN and the EXCSRC and CKPTREG input
      * columns feeds; the EXCSRC file column rejects; DISTLIST
      * reports; CKPTREG checkpoints; RECONRULES DS operands any
      * registered dataset.
      *
      * A list that is not on file is reported once and not checked
      * further -- except EXCSRC and CKPTREG, whose owners run on a
      * compiled-in list when theirs is missing or empty; that list
      * is checked in its place. Return code 0 when everything
      * agrees, 4 for any finding, 8 when there is no registry to
      * check against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFILE ASSIGN TO WS-REG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-STATUS.
           SELECT LISTFILE ASSIGN TO WS-LIST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIST-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD REGFILE.
         01 REG-RECORD.
           05 REG-DATASET PIC X(44).
           05 FILLER PIC X.
           05 REG-KIND PIC X(10).
           05 FILLER PIC X.
           05 REG-PRODUCER PIC X(14).
           05 FILLER PIC X.
           05 REG-CONSUMER PIC X(14).
           05 FILLER PIC X.
           05 REG-OWNER PIC X(8).
           05 FILLER PIC X.
           05 REG-RETENTION PIC X(2).
           05 FILLER PIC X.
           05 REG-TRANSMITTED PIC X.

      * Each list is read through the view of its own layout, as the
      * program that owns it reads it.
         FD LISTFILE.
         01 LIST-RECORD PIC X(200).
      * PREFLTDSN (PREFLT-01): one dataset name per line.
         01 PREFLT-VIEW.
           05 PREFLT-DSN PIC X(44).
      * ARCHLIST (ARCHIVE-01).
         01 ARCHLIST-VIEW.
           05 ARCHLIST-DSN PIC X(44).
           05 ARCHLIST-PROGRAM PIC X(14).
      * INTAKELIST (INTAKE-01): transmission name, live name.
         01 INTAKE-VIEW.
           05 INTAKE-XMIT-NAME PIC X(44).
           05 INTAKE-LIVE-NAME PIC X(44).
      * EXCSRC (EXCDIG-01): reject file, writer, the feed it reads.
         01 EXCSRC-VIEW.
           05 EXCSRC-FILE PIC X(20).
           05 EXCSRC-PROGRAM PIC X(14).
           05 EXCSRC-INPUT PIC X(20).
      * RECONRULES (RECON-01): three operands, DS ones name datasets.
         01 RECON-VIEW.
           05 RECON-OPERAND OCCURS 3 TIMES.
             10 RECON-KIND PIC X(2).
             10 FILLER PIC X.
             10 RECON-NAME PIC X(20).
             10 FILLER PIC X.
             10 RECON-FIELD PIC X(8).
             10 FILLER PIC X.
      * DISTLIST (DISTRIB-01): report, recipient.
         01 DISTLIST-VIEW.
           05 DISTLIST-REPORT PIC X(12).
           05 FILLER PIC X.
           05 DISTLIST-RECIPIENT PIC X(30).
      * CKPTREG (CKPTUTIL-01): checkpoint, owner, input feed.
         01 CKPTREG-VIEW.
           05 CKPTREG-NAME PIC X(12).
           05 CKPTREG-PROGRAM PIC X(14).
           05 CKPTREG-FEED PIC X(44).
      * ARCRETAIN (ARCHIVE-01): dataset, archive copies kept.
         01 ARCRETAIN-VIEW.
           05 ARCRETAIN-DSN PIC X(44).
           05 ARCRETAIN-KEEP PIC X(2).
      * GENRETAIN (GENOUT-01): report generations kept, shop-wide.
         01 GENRETAIN-VIEW.
           05 GENRETAIN-KEEP PIC X(2).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 REG-STATUS PIC X(2) VALUE SPACES.
         01 LIST-STATUS PIC X(2) VALUE SPACES.
         01 REG-EOF PIC 9 VALUE 0.
         01 LIST-EOF PIC 9 VALUE 0.
         01 WS-REG-DSN PIC X(64) VALUE 'DSREG'.
         01 WS-LIST-DSN PIC X(64) VALUE SPACES.
         01 WS-REPORT-DSN PIC X(64) VALUE 'DSREG-REPORT'.
         COPY ENVQ.
         01 WS-RC PIC 9(4) VALUE 0.
         01 WS-IDX PIC 9(3) VALUE 0.
         01 WS-ODX PIC 9 VALUE 0.
         01 WS-FINDINGS PIC 9(5) VALUE 0.
         01 WS-ENTRIES PIC 9(5) VALUE 0.
         01 WS-LIST-READ PIC 9(5) VALUE 0.
      * The list being read: its name for the report and which of
      * the views above applies.
         01 WS-LIST-NAME PIC X(12) VALUE SPACES.
         01 WS-LIST-ID PIC 9 VALUE 0.
             88 WS-LIST-PREFLT VALUE 1.
             88 WS-LIST-ARCHLIST VALUE 2.
             88 WS-LIST-INTAKE VALUE 3.
             88 WS-LIST-EXCSRC VALUE 4.
             88 WS-LIST-RECON VALUE 5.
             88 WS-LIST-DISTLIST VALUE 6.
             88 WS-LIST-CKPTREG VALUE 7.
             88 WS-LIST-ARCRETAIN VALUE 8.
      * Y once the list opened; a required list that is not on file
      * is reported once instead of once per dataset.
         01 WS-LISTS-PRESENT.
           05 WS-LIST-PRESENT PIC X OCCURS 8 TIMES.
      * One list entry being checked: the name and the kind the list
      * wants (spaces for any).
         01 WS-LOOK-NAME PIC X(44) VALUE SPACES.
         01 WS-LOOK-KIND PIC X(10) VALUE SPACES.
         01 WS-LOOK-IDX PIC 9(3) VALUE 0.
         01 WS-GEN-KEEP PIC X(2) VALUE SPACES.
         01 WS-FINDING-DSN PIC X(44) VALUE SPACES.
         01 WS-FINDING-TEXT PIC X(70) VALUE SPACES.
         01 WS-REG-COUNT PIC 9(3) VALUE 0.
         01 WS-REG-TABLE.
           05 WS-REG OCCURS 300 TIMES.
             10 WS-RG-DATASET PIC X(44).
             10 WS-RG-KIND PIC X(10).
             10 WS-RG-RETENTION PIC X(2).
             10 WS-RG-TRANSMITTED PIC X.
      * Y for each list (numbered as WS-LIST-ID) naming the dataset.
             10 WS-RG-LISTED PIC X OCCURS 8 TIMES.
         01 WS-FINDING-LINE.
           05 WS-FL-LIST PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-DATASET PIC X(44).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FL-TEXT PIC X(70).

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'DSREG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REG-DSN.
           MOVE 'DSREG-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           OPEN OUTPUT REPORTFILE.
           MOVE 'DSREG-01: DATASET REGISTRY CONSISTENCY'
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           OPEN INPUT REGFILE.
           IF REG-STATUS NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'DSREG-01: NO REGISTRY AT ' DELIMITED BY SIZE
                  WS-REG-DSN DELIMITED BY SPACE
                  ' - NOTHING CHECKED' DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE REGFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'REGISTRY' TO WS-LIST-NAME.
           MOVE 0 TO REG-EOF.
           PERFORM 002-READ-REGISTRY UNTIL REG-EOF = 1.
           CLOSE REGFILE.
           MOVE ALL 'N' TO WS-LISTS-PRESENT.
           MOVE 'PREFLTDSN' TO WS-LIST-NAME.
           SET WS-LIST-PREFLT TO TRUE.
           PERFORM 004-CHECK-LIST.
           MOVE 'ARCHLIST' TO WS-LIST-NAME.
           SET WS-LIST-ARCHLIST TO TRUE.
           PERFORM 004-CHECK-LIST.
           MOVE 'INTAKELIST' TO WS-LIST-NAME.
           SET WS-LIST-INTAKE TO TRUE.
           PERFORM 004-CHECK-LIST.
           MOVE 'EXCSRC' TO WS-LIST-NAME.
           SET WS-LIST-EXCSRC TO TRUE.
           PERFORM 004-CHECK-LIST.
           MOVE 'RECONRULES' TO WS-LIST-NAME.
           SET WS-LIST-RECON TO TRUE.
           PERFORM 004-CHECK-LIST.
           MOVE 'DISTLIST' TO WS-LIST-NAME.
           SET WS-LIST-DISTLIST TO TRUE.
           PERFORM 004-CHECK-LIST.
           MOVE 'CKPTREG' TO WS-LIST-NAME.
           SET WS-LIST-CKPTREG TO TRUE.
           PERFORM 004-CHECK-LIST.
           MOVE 'ARCRETAIN' TO WS-LIST-NAME.
           SET WS-LIST-ARCRETAIN TO TRUE.
           PERFORM 004-CHECK-LIST.
           PERFORM 009-LOAD-GENRETAIN.
           PERFORM 010-CHECK-REQUIRED-LISTS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DSREG-01: ' DELIMITED BY SIZE
               WS-REG-COUNT DELIMITED BY SIZE
               ' DATASET(S) REGISTERED, ' DELIMITED BY SIZE
               WS-ENTRIES DELIMITED BY SIZE
               ' LIST ENTRIES CHECKED, ' DELIMITED BY SIZE
               WS-FINDINGS DELIMITED BY SIZE
               ' FINDING(S)' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
           IF WS-FINDINGS > 0 THEN
              MOVE 4 TO WS-RC
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

      * A registry line with an unknown kind or a name already
      * registered is itself a finding; the first line for a name is
      * the one kept.
       002-READ-REGISTRY.
           READ REGFILE
               AT END MOVE 1 TO REG-EOF
               NOT AT END
                  IF REG-DATASET NOT = SPACES AND
                      REG-DATASET(1:2) NOT = '**' THEN
                     PERFORM 003-TAKE-REGISTRY-ENTRY
                  END-IF
           END-READ.

       003-TAKE-REGISTRY-ENTRY.
           MOVE REG-DATASET TO WS-FINDING-DSN.
           IF REG-KIND NOT = 'FEED' AND REG-KIND NOT = 'REPORT' AND
               REG-KIND NOT = 'REJECT' AND REG-KIND NOT = 'CONTROL' AND
               REG-KIND NOT = 'CHECKPOINT' THEN
              MOVE SPACES TO WS-FINDING-TEXT
              STRING 'UNKNOWN KIND ' DELIMITED BY SIZE
                  REG-KIND DELIMITED BY SPACE
                  INTO WS-FINDING-TEXT
              PERFORM 012-WRITE-FINDING
           END-IF.
           MOVE REG-DATASET TO WS-LOOK-NAME.
           PERFORM 008-FIND-DATASET.
           IF WS-LOOK-IDX > 0 THEN
              MOVE 'REGISTERED TWICE, FIRST ENTRY KEPT'
                  TO WS-FINDING-TEXT
              PERFORM 012-WRITE-FINDING
              EXIT PARAGRAPH
           END-IF.
           IF WS-REG-COUNT NOT < 300 THEN
              MOVE 'REGISTRY LONGER THAN 300 DATASETS, IGNORED'
                  TO WS-FINDING-TEXT
              PERFORM 012-WRITE-FINDING
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           MOVE REG-DATASET TO WS-RG-DATASET(WS-REG-COUNT).
           MOVE REG-KIND TO WS-RG-KIND(WS-REG-COUNT).
           MOVE REG-RETENTION TO WS-RG-RETENTION(WS-REG-COUNT).
           MOVE REG-TRANSMITTED TO WS-RG-TRANSMITTED(WS-REG-COUNT).
           PERFORM VARYING WS-ODX FROM 1 BY 1 UNTIL WS-ODX > 8
              MOVE 'N' TO WS-RG-LISTED(WS-REG-COUNT WS-ODX)
           END-PERFORM.

      * Opens the list named by WS-LIST-NAME and checks every entry.
      * EXCDIG-01 and CKPTUTIL-01 fall back to a compiled-in list
      * when EXCSRC or CKPTREG is missing or empty, so those two are
      * then checked against that same list instead of not at all.
       004-CHECK-LIST.
           MOVE WS-LIST-NAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LIST-DSN.
           MOVE 0 TO WS-LIST-READ.
           OPEN INPUT LISTFILE.
           IF LIST-STATUS NOT = "00" THEN
              CLOSE LISTFILE
              MOVE SPACES TO WS-FINDING-DSN WS-FINDING-TEXT
              IF WS-LIST-EXCSRC OR WS-LIST-CKPTREG THEN
                 STRING 'NOT ON FILE AS ' DELIMITED BY SIZE
                     WS-LIST-DSN DELIMITED BY SPACE
                     ' - BUILT-IN LIST CHECKED' DELIMITED BY SIZE
                     INTO WS-FINDING-TEXT
                 PERFORM 012-WRITE-FINDING
                 PERFORM 013-CHECK-DEFAULT-LIST
                 EXIT PARAGRAPH
              END-IF
              STRING 'NOT ON FILE AS ' DELIMITED BY SIZE
                  WS-LIST-DSN DELIMITED BY SPACE
                  ' - NOT CHECKED' DELIMITED BY SIZE
                  INTO WS-FINDING-TEXT
              PERFORM 012-WRITE-FINDING
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-LIST-PRESENT(WS-LIST-ID).
           MOVE 0 TO LIST-EOF.
           PERFORM 005-READ-LIST UNTIL LIST-EOF = 1.
           CLOSE LISTFILE.
           IF WS-LIST-READ = 0 AND
               (WS-LIST-EXCSRC OR WS-LIST-CKPTREG) THEN
              MOVE SPACES TO WS-FINDING-DSN WS-FINDING-TEXT
              STRING 'EMPTY AT ' DELIMITED BY SIZE
                  WS-LIST-DSN DELIMITED BY SPACE
                  ' - BUILT-IN LIST CHECKED' DELIMITED BY SIZE
                  INTO WS-FINDING-TEXT
              PERFORM 012-WRITE-FINDING
              PERFORM 013-CHECK-DEFAULT-LIST
           END-IF.

       005-READ-LIST.
           MOVE SPACES TO LIST-RECORD.
           READ LISTFILE
               AT END MOVE 1 TO LIST-EOF
               NOT AT END
                  IF LIST-RECORD NOT = SPACES AND
                      LIST-RECORD(1:2) NOT = '**' THEN
                     ADD 1 TO WS-LIST-READ
                     PERFORM 006-CHECK-ENTRY
                  END-IF
           END-READ.

      * The columns of each list that name a dataset, and the kind
      * each column must hold.
       006-CHECK-ENTRY.
           EVALUATE TRUE
            WHEN WS-LIST-PREFLT
              MOVE PREFLT-DSN TO WS-LOOK-NAME
              MOVE 'FEED' TO WS-LOOK-KIND
              PERFORM 007-CHECK-NAME
            WHEN WS-LIST-ARCHLIST
              MOVE ARCHLIST-DSN TO WS-LOOK-NAME
              MOVE 'FEED' TO WS-LOOK-KIND
              PERFORM 007-CHECK-NAME
            WHEN WS-LIST-INTAKE
              MOVE INTAKE-LIVE-NAME TO WS-LOOK-NAME
              MOVE 'FEED' TO WS-LOOK-KIND
              PERFORM 007-CHECK-NAME
            WHEN WS-LIST-EXCSRC
              MOVE EXCSRC-FILE TO WS-LOOK-NAME
              MOVE 'REJECT' TO WS-LOOK-KIND
              PERFORM 007-CHECK-NAME
              IF EXCSRC-INPUT NOT = SPACES THEN
                 MOVE EXCSRC-INPUT TO WS-LOOK-NAME
                 MOVE 'FEED' TO WS-LOOK-KIND
                 PERFORM 007-CHECK-NAME
              END-IF
            WHEN WS-LIST-RECON
              PERFORM VARYING WS-ODX FROM 1 BY 1 UNTIL WS-ODX > 3
                 IF RECON-KIND(WS-ODX) = 'DS' THEN
                    MOVE RECON-NAME(WS-ODX) TO WS-LOOK-NAME
                    MOVE SPACES TO WS-LOOK-KIND
                    PERFORM 007-CHECK-NAME
                 END-IF
              END-PERFORM
            WHEN WS-LIST-DISTLIST
              MOVE DISTLIST-REPORT TO WS-LOOK-NAME
              MOVE 'REPORT' TO WS-LOOK-KIND
              PERFORM 007-CHECK-NAME
            WHEN WS-LIST-CKPTREG
              MOVE CKPTREG-NAME TO WS-LOOK-NAME
              MOVE 'CHECKPOINT' TO WS-LOOK-KIND
              PERFORM 007-CHECK-NAME
              IF CKPTREG-FEED NOT = SPACES THEN
                 MOVE CKPTREG-FEED TO WS-LOOK-NAME
                 MOVE 'FEED' TO WS-LOOK-KIND
                 PERFORM 007-CHECK-NAME
              END-IF
            WHEN WS-LIST-ARCRETAIN
              MOVE ARCRETAIN-DSN TO WS-LOOK-NAME
              MOVE 'FEED' TO WS-LOOK-KIND
              PERFORM 007-CHECK-NAME
              IF WS-LOOK-IDX > 0 AND
                  ARCRETAIN-KEEP NOT =
                  WS-RG-RETENTION(WS-LOOK-IDX) THEN
                 MOVE SPACES TO WS-FINDING-TEXT
                 STRING 'KEEPS ' DELIMITED BY SIZE
                     ARCRETAIN-KEEP DELIMITED BY SIZE
                     ' ARCHIVE COPIES, REGISTRY SAYS '
                     DELIMITED BY SIZE
                     WS-RG-RETENTION(WS-LOOK-IDX) DELIMITED BY SIZE
                     INTO WS-FINDING-TEXT
                 PERFORM 012-WRITE-FINDING
              END-IF
           END-EVALUATE.

       007-CHECK-NAME.
           ADD 1 TO WS-ENTRIES.
           MOVE WS-LOOK-NAME TO WS-FINDING-DSN.
           PERFORM 008-FIND-DATASET.
           IF WS-LOOK-IDX = 0 THEN
              MOVE 'NAMES A DATASET THE REGISTRY DOES NOT KNOW'
                  TO WS-FINDING-TEXT
              PERFORM 012-WRITE-FINDING
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RG-LISTED(WS-LOOK-IDX WS-LIST-ID).
           IF WS-LOOK-KIND NOT = SPACES AND
               WS-RG-KIND(WS-LOOK-IDX) NOT = WS-LOOK-KIND THEN
              MOVE SPACES TO WS-FINDING-TEXT
              STRING 'LIST WANTS A ' DELIMITED BY SIZE
                  WS-LOOK-KIND DELIMITED BY SPACE
                  ', REGISTERED AS ' DELIMITED BY SIZE
                  WS-RG-KIND(WS-LOOK-IDX) DELIMITED BY SPACE
                  INTO WS-FINDING-TEXT
              PERFORM 012-WRITE-FINDING
           END-IF.

       008-FIND-DATASET.
           MOVE 0 TO WS-LOOK-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REG-COUNT
              IF WS-RG-DATASET(WS-IDX) = WS-LOOK-NAME THEN
                 MOVE WS-IDX TO WS-LOOK-IDX
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

      * GENRETAIN keeps one count for every report; a report the
      * registry gives a different retention is a finding.
       009-LOAD-GENRETAIN.
           MOVE 'GENRETAIN' TO WS-LIST-NAME.
           MOVE 'GENRETAIN' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LIST-DSN.
           MOVE SPACES TO WS-GEN-KEEP.
           OPEN INPUT LISTFILE.
           IF LIST-STATUS = "00" THEN
              MOVE SPACES TO LIST-RECORD
              READ LISTFILE
                 AT END CONTINUE
                 NOT AT END MOVE GENRETAIN-KEEP TO WS-GEN-KEEP
              END-READ
              CLOSE LISTFILE
           ELSE
              CLOSE LISTFILE
           END-IF.
           IF WS-GEN-KEEP IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REG-COUNT
              IF WS-RG-KIND(WS-IDX) = 'REPORT' AND
                  WS-RG-RETENTION(WS-IDX) IS NUMERIC AND
                  WS-RG-RETENTION(WS-IDX) NOT = WS-GEN-KEEP THEN
                 MOVE WS-RG-DATASET(WS-IDX) TO WS-FINDING-DSN
                 MOVE SPACES TO WS-FINDING-TEXT
                 STRING 'KEEPS ' DELIMITED BY SIZE
                     WS-GEN-KEEP DELIMITED BY SIZE
                     ' GENERATIONS, REGISTRY SAYS ' DELIMITED BY SIZE
                     WS-RG-RETENTION(WS-IDX) DELIMITED BY SIZE
                     INTO WS-FINDING-TEXT
                 PERFORM 012-WRITE-FINDING
              END-IF
           END-PERFORM.

       010-CHECK-REQUIRED-LISTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REG-COUNT
              MOVE WS-RG-DATASET(WS-IDX) TO WS-FINDING-DSN
              EVALUATE WS-RG-KIND(WS-IDX)
               WHEN 'FEED'
                 MOVE 1 TO WS-ODX
                 PERFORM 011-REQUIRE-LIST
                 MOVE 2 TO WS-ODX
                 PERFORM 011-REQUIRE-LIST
                 IF WS-RG-TRANSMITTED(WS-IDX) = 'T' THEN
                    MOVE 3 TO WS-ODX
                    PERFORM 011-REQUIRE-LIST
                 END-IF
               WHEN 'REJECT'
                 MOVE 4 TO WS-ODX
                 PERFORM 011-REQUIRE-LIST
               WHEN 'CHECKPOINT'
                 MOVE 7 TO WS-ODX
                 PERFORM 011-REQUIRE-LIST
              END-EVALUATE
           END-PERFORM.

      * WS-ODX names the list, numbered as WS-LIST-ID.
       011-REQUIRE-LIST.
           IF WS-LIST-PRESENT(WS-ODX) NOT = 'Y' OR
               WS-RG-LISTED(WS-IDX WS-ODX) = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ODX
            WHEN 1 MOVE 'PREFLTDSN' TO WS-LIST-NAME
            WHEN 2 MOVE 'ARCHLIST' TO WS-LIST-NAME
            WHEN 3 MOVE 'INTAKELIST' TO WS-LIST-NAME
            WHEN 4 MOVE 'EXCSRC' TO WS-LIST-NAME
            WHEN 7 MOVE 'CKPTREG' TO WS-LIST-NAME
           END-EVALUATE.
           MOVE SPACES TO WS-FINDING-TEXT.
           STRING 'REGISTERED ' DELIMITED BY SIZE
               WS-RG-KIND(WS-IDX) DELIMITED BY SPACE
               ' MISSING FROM THIS LIST' DELIMITED BY SIZE
               INTO WS-FINDING-TEXT.
           PERFORM 012-WRITE-FINDING.

       012-WRITE-FINDING.
           ADD 1 TO WS-FINDINGS.
           MOVE WS-LIST-NAME TO WS-FL-LIST.
           MOVE WS-FINDING-DSN TO WS-FL-DATASET.
           MOVE WS-FINDING-TEXT TO WS-FL-TEXT.
           MOVE WS-FINDING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * The compiled-in lists, entry for entry as EXCDIG-01
      * 008-BUILD-DEFAULT-SOURCES and CKPTUTIL-01
      * 082-BUILD-DEFAULT-REGISTRY carry them; change them together.
       013-CHECK-DEFAULT-LIST.
           MOVE 'Y' TO WS-LIST-PRESENT(WS-LIST-ID).
           IF WS-LIST-CKPTREG THEN
              MOVE SPACES TO LIST-RECORD
              MOVE 'D04CKPT' TO CKPTREG-NAME
              MOVE 'D04FILES' TO CKPTREG-FEED
              PERFORM 006-CHECK-ENTRY
              MOVE SPACES TO LIST-RECORD
              MOVE 'D08CKPT' TO CKPTREG-NAME
              MOVE 'd08.input' TO CKPTREG-FEED
              PERFORM 006-CHECK-ENTRY
              MOVE SPACES TO LIST-RECORD
              MOVE 'D15CKPT' TO CKPTREG-NAME
              MOVE 'd15.input' TO CKPTREG-FEED
              PERFORM 006-CHECK-ENTRY
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D04REJECTS' TO EXCSRC-FILE.
           MOVE 'D04FILES' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D16AEXCEPT' TO EXCSRC-FILE.
           MOVE 'd16.input' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D08BEXC' TO EXCSRC-FILE.
           MOVE 'd08.input' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D10AERR' TO EXCSRC-FILE.
           MOVE 'd10.input' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D04DUPES' TO EXCSRC-FILE.
           MOVE 'D04FILES' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D07REJECTS' TO EXCSRC-FILE.
           MOVE 'd07.input' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D12AREJECT' TO EXCSRC-FILE.
           MOVE 'd12.input' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D12BREJECT' TO EXCSRC-FILE.
           MOVE 'd12.input' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
           MOVE SPACES TO LIST-RECORD.
           MOVE 'D04AEXC' TO EXCSRC-FILE.
           MOVE 'd04.input' TO EXCSRC-INPUT.
           PERFORM 006-CHECK-ENTRY.
