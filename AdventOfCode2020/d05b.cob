      * cross-flight summary; a record with no flight id lands on
      * the single legacy flight ALL, so the old one-aircraft feed
      * still runs unchanged.
      *
      * Group requests (families, tour parties) are seated before
      * the standby queue is worked: each party is given a block of
      * adjacent open seats in one row of its flight, or split over
      * two neighbouring rows when no single row has room, and the
      * seats are marked taken so the standby pass can never hand
      * them out again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEATMAP ASSIGN TO WS-SEATMAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFESTFILE ASSIGN TO WS-MANIFEST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-STATUS.
           SELECT RECONFILE ASSIGN TO WS-RECON-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDBYFILE ASSIGN TO WS-STANDBY-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDBY-STATUS.
           SELECT ASSIGNFILE ASSIGN TO WS-ASSIGN-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GROUPFILE ASSIGN TO WS-GROUP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GROUP-STATUS.
           SELECT GROUPRPTFILE ASSIGN TO WS-GROUPRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FD ASSIGNFILE.
         01 ASSIGN-RECORD PIC X(80).

      * Group seating requests: flight, party name and how many
      * seats the party needs together.
         FD GROUPFILE.
         01 GROUP-RECORD.
           05 GRP-FLIGHT PIC X(6).
           05 FILLER PIC X.
           05 GRP-PARTY PIC X(20).
           05 FILLER PIC X.
           05 GRP-SIZE PIC 9(2).

         FD GROUPRPTFILE.
         01 GROUPRPT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd5.input'.
         01 WS-SEATMAP-DSN PIC X(64) VALUE 'D05SEATMAP'.
         01 WS-MANIFEST-DSN PIC X(64) VALUE 'D05MANIFEST'.
         01 WS-RECON-DSN PIC X(64) VALUE 'D05RECON'.
         01 WS-STANDBY-DSN PIC X(64) VALUE 'D05STANDBY'.
         01 WS-ASSIGN-DSN PIC X(64) VALUE 'D05ASSIGN'.
         01 WS-GROUP-DSN PIC X(64) VALUE 'D05GROUPREQ'.
         01 WS-GROUPRPT-DSN PIC X(64) VALUE 'D05GROUPS'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-ROW-NO PIC 9(3).
         01 WS-COL-NO PIC 9(1).
         01 WS-STBY-SEATED PIC 9(4) VALUE 0.
         01 WS-STBY-SEAT PIC 9(4) VALUE 0.
         01 WS-STBY-FOUND PIC X VALUE 'N'.
         01 GROUP-STATUS PIC X(2) VALUE SPACES.
         01 GROUP-EOF PIC 9 VALUE 0.
         01 WS-GRP-COUNT PIC 9(4) VALUE 0.
         01 WS-GRP-PLACED PIC 9(4) VALUE 0.
         01 WS-GRP-SPLIT PIC 9(4) VALUE 0.
         01 WS-GRP-UNPLACED PIC 9(4) VALUE 0.
         01 WS-GRP-SEATS-TAKEN PIC 9(5) VALUE 0.
      * A party is seated in one row of eight, or over two
      * neighbouring rows; nothing larger than two rows is taken.
         01 WS-GRP-MAX-SIZE PIC 9(2) VALUE 16.
         01 WS-GRP-NEED PIC 9(2) VALUE 0.
         01 WS-GRP-RUN PIC 9(2) VALUE 0.
         01 WS-GRP-FOUND PIC X VALUE 'N'.
         01 WS-GRP-ROW PIC 9(3) VALUE 0.
         01 WS-GRP-ROW2 PIC 9(3) VALUE 0.
         01 WS-GRP-FIRST-ROW PIC 9(3) VALUE 0.
         01 WS-GRP-LAST-ROW PIC 9(3) VALUE 0.
         01 WS-GRP-START PIC 9(4) VALUE 0.
         01 WS-GRP-OPEN PIC 9(2) VALUE 0.
         01 WS-GRP-TAKEN PIC 9(2) VALUE 0.
         01 WS-GRP-PTR PIC 9(3) VALUE 1.
         01 WS-GRP-SEAT-LIST PIC X(96) VALUE SPACES.
         01 WS-GRP-REASON PIC X(40) VALUE SPACES.
      * The seats the aircraft actually has: from the lowest to the
      * highest seat occupied in the feed, as slot numbers.
         01 WS-FIRST-SLOT PIC 9(4) VALUE 0.
         01 WS-LAST-SLOT PIC 9(4) VALUE 0.
         01 WS-DEC-CODE PIC X(10) VALUE SPACES.
         01 WS-MAN-COUNT PIC 9(4) VALUE 0.
         01 WS-MAN-IDX PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd5.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D05SEATMAP' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-SEATMAP-DSN.
           MOVE 'D05MANIFEST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-MANIFEST-DSN.
           MOVE 'D05RECON' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RECON-DSN.
           MOVE 'D05STANDBY' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STANDBY-DSN.
           MOVE 'D05ASSIGN' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ASSIGN-DSN.
           MOVE 'D05GROUPREQ' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GROUP-DSN.
           MOVE 'D05GROUPS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GROUPRPT-DSN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           MOVE 'D05SEATMAP' TO GENOUT-REPORT-NAME.
           CALL 'GENOUT-01' USING GENOUT-PARMS.
           PERFORM 006-RECONCILE-MANIFEST.
           PERFORM 017-ALLOCATE-GROUPS.
           PERFORM 013-ASSIGN-STANDBYS.
           IF WS-STBY-SEATED > 0 OR WS-GRP-SEATS-TAKEN > 0 THEN
              PERFORM 005-PRINT-OCCUPANCY-MAP
              MOVE 'D05SEATMAP' TO GENOUT-REPORT-NAME
              CALL 'GENOUT-01' USING GENOUT-PARMS
           END-IF.
           STOP RUN.

       002-READ.
           END-PERFORM.
           CLOSE SEATMAP.

      * Standby assignment, after reconciliation and group seating:
      * the queue is worked in priority order, each passenger taking
      * the lowest open seat of their flight, and the seat map is
      * re-emitted so downstream counts include the standbys and
      * parties seated. The pencil retires. A missing queue (status
      * other than "00") just means no standbys tonight.
       013-ASSIGN-STANDBYS.
           OPEN INPUT STANDBYFILE.
           IF STANDBY-STATUS NOT = "00" THEN
           DISPLAY ASSIGN-RECORD.
           CLOSE ASSIGNFILE.
           CLOSE STANDBYFILE.

       014-READ-STANDBY.
           READ STANDBYFILE
           IF WS-LOOKUP-FLIGHT = SPACES THEN
              MOVE 'ALL' TO WS-LOOKUP-FLIGHT
           END-IF.

      * Group seating, ahead of the standbys: each request is placed
      * as a block in one row where it can be, else over two
      * neighbouring rows, and every seat handed out is marked taken
      * in the flight's map before the standby queue is worked. A
      * missing request file (status other than "00") just means no
      * groups tonight.
       017-ALLOCATE-GROUPS.
           OPEN INPUT GROUPFILE.
           IF GROUP-STATUS NOT = "00" THEN
              CLOSE GROUPFILE
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GROUPRPTFILE.
           MOVE 0 TO GROUP-EOF.
           PERFORM 018-READ-GROUP UNTIL GROUP-EOF = 1.
           MOVE SPACES TO GROUPRPT-RECORD.
           STRING 'GROUPS ' DELIMITED BY SIZE
               WS-GRP-COUNT DELIMITED BY SIZE
               ' REQUESTED, ' DELIMITED BY SIZE
               WS-GRP-PLACED DELIMITED BY SIZE
               ' SEATED IN ONE ROW, ' DELIMITED BY SIZE
               WS-GRP-SPLIT DELIMITED BY SIZE
               ' SPLIT OVER ADJACENT ROWS, ' DELIMITED BY SIZE
               WS-GRP-UNPLACED DELIMITED BY SIZE
               ' UNPLACEABLE, ' DELIMITED BY SIZE
               WS-GRP-SEATS-TAKEN DELIMITED BY SIZE
               ' SEATS TAKEN' DELIMITED BY SIZE
               INTO GROUPRPT-RECORD.
           WRITE GROUPRPT-RECORD.
           DISPLAY GROUPRPT-RECORD.
           CLOSE GROUPRPTFILE.
           CLOSE GROUPFILE.

       018-READ-GROUP.
           READ GROUPFILE
               AT END MOVE 1 TO GROUP-EOF
               NOT AT END
                  IF GRP-PARTY NOT = SPACES THEN
                     ADD 1 TO WS-GRP-COUNT
                     PERFORM 019-PLACE-ONE-GROUP
                  END-IF
           END-READ.

      * One party: same flight-id normalization as every other
      * record, a sane party size, then a single-row block, then the
      * two-row fallback. Whatever cannot be placed is reported with
      * the reason.
       019-PLACE-ONE-GROUP.
           MOVE SPACES TO WS-GRP-REASON.
           MOVE GRP-FLIGHT TO WS-LOOKUP-FLIGHT.
           PERFORM 016-NORMALIZE-FLIGHT-ID.
           MOVE 'N' TO WS-GRP-FOUND.
           PERFORM VARYING WS-FDX FROM 1 BY 1
               UNTIL WS-FDX > WS-FLIGHT-COUNT
              IF WS-FL-ID(WS-FDX) = WS-LOOKUP-FLIGHT THEN
                 MOVE 'Y' TO WS-GRP-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-GRP-FOUND NOT = 'Y' THEN
              MOVE 'FLIGHT NOT OPERATING TONIGHT' TO WS-GRP-REASON
           END-IF.
           IF WS-GRP-REASON = SPACES THEN
              IF GRP-SIZE IS NOT NUMERIC THEN
                 MOVE 'PARTY SIZE NOT NUMERIC' TO WS-GRP-REASON
              ELSE
                 IF GRP-SIZE = 0 OR GRP-SIZE > WS-GRP-MAX-SIZE THEN
                    MOVE 'PARTY SIZE OUTSIDE 1-16' TO WS-GRP-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-GRP-REASON NOT = SPACES THEN
              PERFORM 024-WRITE-UNPLACED
              EXIT PARAGRAPH
           END-IF.
           MOVE GRP-SIZE TO WS-GRP-NEED.
           PERFORM 020-FIND-SEAT-RANGE.
           IF WS-FIRST-SLOT = 0 THEN
              MOVE 'FLIGHT HAS NO SEATS IN THE FEED' TO WS-GRP-REASON
              PERFORM 024-WRITE-UNPLACED
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GRP-SEAT-LIST.
           MOVE 1 TO WS-GRP-PTR.
           MOVE 0 TO WS-GRP-TAKEN.
           MOVE 'N' TO WS-GRP-FOUND.
           IF WS-GRP-NEED <= 8 THEN
              PERFORM 021-FIND-ROW-BLOCK
           END-IF.
           IF WS-GRP-FOUND = 'Y' THEN
              ADD 1 TO WS-GRP-PLACED
              MOVE SPACES TO GROUPRPT-RECORD
              STRING 'PARTY ' DELIMITED BY SIZE
                  GRP-PARTY DELIMITED BY SIZE
                  ' SIZE ' DELIMITED BY SIZE
                  WS-GRP-NEED DELIMITED BY SIZE
                  ' FLIGHT ' DELIMITED BY SIZE
                  WS-FL-ID(WS-FDX) DELIMITED BY SIZE
                  ' ROW ' DELIMITED BY SIZE
                  WS-GRP-ROW DELIMITED BY SIZE
                  ' SEATS' DELIMITED BY SIZE
                  WS-GRP-SEAT-LIST DELIMITED BY '  '
                  INTO GROUPRPT-RECORD
              WRITE GROUPRPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           PERFORM 022-FIND-ADJACENT-ROWS.
           IF WS-GRP-FOUND = 'Y' THEN
              ADD 1 TO WS-GRP-SPLIT
              MOVE SPACES TO GROUPRPT-RECORD
              STRING 'PARTY ' DELIMITED BY SIZE
                  GRP-PARTY DELIMITED BY SIZE
                  ' SIZE ' DELIMITED BY SIZE
                  WS-GRP-NEED DELIMITED BY SIZE
                  ' FLIGHT ' DELIMITED BY SIZE
                  WS-FL-ID(WS-FDX) DELIMITED BY SIZE
                  ' ROWS ' DELIMITED BY SIZE
                  WS-GRP-ROW DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-GRP-ROW2 DELIMITED BY SIZE
                  ' SEATS' DELIMITED BY SIZE
                  WS-GRP-SEAT-LIST DELIMITED BY '  '
                  ' - SPLIT, NO ONE ROW HAD ROOM' DELIMITED BY SIZE
                  INTO GROUPRPT-RECORD
              WRITE GROUPRPT-RECORD
              DISPLAY GROUPRPT-RECORD
              EXIT PARAGRAPH
           END-IF.
           MOVE 'NO ROOM IN ONE ROW OR TWO ADJACENT ROWS'
               TO WS-GRP-REASON.
           PERFORM 024-WRITE-UNPLACED.

      * The aircraft's seats run from its lowest to its highest
      * occupied seat in the feed; the empty slots outside that
      * stretch are seats it does not have, the same reason the
      * standby pass will not hand them out.
       020-FIND-SEAT-RANGE.
           MOVE 0 TO WS-FIRST-SLOT.
           MOVE 0 TO WS-LAST-SLOT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 1024
              IF WS-FL-SEAT(WS-FDX, J) = 1 THEN
                 IF WS-FIRST-SLOT = 0 THEN
                    MOVE J TO WS-FIRST-SLOT
                 END-IF
                 MOVE J TO WS-LAST-SLOT
              END-IF
           END-PERFORM.
           COMPUTE WS-GRP-FIRST-ROW = (WS-FIRST-SLOT - 1) / 8.
           COMPUTE WS-GRP-LAST-ROW = (WS-LAST-SLOT - 1) / 8.

      * First row, front to back, holding the whole party in one
      * unbroken run of open seats.
       021-FIND-ROW-BLOCK.
           MOVE 'N' TO WS-GRP-FOUND.
           PERFORM VARYING WS-GRP-ROW FROM WS-GRP-FIRST-ROW BY 1
               UNTIL WS-GRP-ROW > WS-GRP-LAST-ROW
               OR WS-GRP-FOUND = 'Y'
              MOVE 0 TO WS-GRP-RUN
              PERFORM VARYING WS-COL-NO FROM 0 BY 1
                  UNTIL WS-COL-NO > 7 OR WS-GRP-FOUND = 'Y'
                 COMPUTE J = WS-GRP-ROW * 8 + WS-COL-NO + 1
                 IF J >= WS-FIRST-SLOT AND J <= WS-LAST-SLOT AND
                     WS-FL-SEAT(WS-FDX, J) = 0 THEN
                    ADD 1 TO WS-GRP-RUN
                    IF WS-GRP-RUN = WS-GRP-NEED THEN
                       MOVE 'Y' TO WS-GRP-FOUND
                       COMPUTE WS-GRP-START = J - WS-GRP-NEED + 1
                    END-IF
                 ELSE
                    MOVE 0 TO WS-GRP-RUN
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF WS-GRP-FOUND NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-GRP-ROW.
           PERFORM VARYING J FROM WS-GRP-START BY 1
               UNTIL J > WS-GRP-START + WS-GRP-NEED - 1
              PERFORM 023-TAKE-GROUP-SEAT
           END-PERFORM.

      * Fallback: the first pair of neighbouring rows with enough
      * open seats between them; the party takes the front row's
      * open seats first, then the rest from the row behind.
       022-FIND-ADJACENT-ROWS.
           MOVE 'N' TO WS-GRP-FOUND.
           PERFORM VARYING WS-GRP-ROW FROM WS-GRP-FIRST-ROW BY 1
               UNTIL WS-GRP-ROW >= WS-GRP-LAST-ROW
               OR WS-GRP-FOUND = 'Y'
              MOVE 0 TO WS-GRP-OPEN
              COMPUTE WS-GRP-START = WS-GRP-ROW * 8 + 1
              PERFORM VARYING J FROM WS-GRP-START BY 1
                  UNTIL J > WS-GRP-START + 15
                 IF J >= WS-FIRST-SLOT AND J <= WS-LAST-SLOT AND
                     WS-FL-SEAT(WS-FDX, J) = 0 THEN
                    ADD 1 TO WS-GRP-OPEN
                 END-IF
              END-PERFORM
              IF WS-GRP-OPEN >= WS-GRP-NEED THEN
                 MOVE 'Y' TO WS-GRP-FOUND
              END-IF
           END-PERFORM.
           IF WS-GRP-FOUND NOT = 'Y' THEN
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-GRP-ROW.
           COMPUTE WS-GRP-ROW2 = WS-GRP-ROW + 1.
           COMPUTE WS-GRP-START = WS-GRP-ROW * 8 + 1.
           PERFORM VARYING J FROM WS-GRP-START BY 1
               UNTIL J > WS-GRP-START + 15
               OR WS-GRP-TAKEN = WS-GRP-NEED
              IF J >= WS-FIRST-SLOT AND J <= WS-LAST-SLOT AND
                  WS-FL-SEAT(WS-FDX, J) = 0 THEN
                 PERFORM 023-TAKE-GROUP-SEAT
              END-IF
           END-PERFORM.

      * Marks one slot taken in the flight's map and adds its seat
      * id to the party's list for the report.
       023-TAKE-GROUP-SEAT.
           MOVE 1 TO WS-FL-SEAT(WS-FDX, J).
           ADD 1 TO WS-GRP-TAKEN.
           ADD 1 TO WS-GRP-SEATS-TAKEN.
           COMPUTE WS-SEAT-DISP = J - 1.
           STRING ' ' DELIMITED BY SIZE
               WS-SEAT-DISP DELIMITED BY SIZE
               INTO WS-GRP-SEAT-LIST
               WITH POINTER WS-GRP-PTR.

       024-WRITE-UNPLACED.
           ADD 1 TO WS-GRP-UNPLACED.
           MOVE SPACES TO GROUPRPT-RECORD.
           STRING 'PARTY ' DELIMITED BY SIZE
               GRP-PARTY DELIMITED BY SIZE
               ' SIZE ' DELIMITED BY SIZE
               GRP-SIZE DELIMITED BY SIZE
               ' FLIGHT ' DELIMITED BY SIZE
               WS-LOOKUP-FLIGHT DELIMITED BY SIZE
               ' UNPLACEABLE - ' DELIMITED BY SIZE
               WS-GRP-REASON DELIMITED BY SIZE
               INTO GROUPRPT-RECORD.
           WRITE GROUPRPT-RECORD.
           DISPLAY GROUPRPT-RECORD.
