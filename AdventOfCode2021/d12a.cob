       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATHFILE ASSIGN TO WS-PATH-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT MAPCHKFILE ASSIGN TO WS-MAPCHK-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD PARMFILE.
         01 PARM-RECORD PIC X(1).

      * Map check findings, one per line, with a closing count line.
         FD MAPCHKFILE.
         01 MAPCHK-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd12.input'.
         01 WS-PATH-DSN PIC X(64) VALUE 'D12APATHS'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D12APARM'.
         01 WS-MAPCHK-DSN PIC X(64) VALUE 'D12AMAPCHK'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-PATH-STR PIC X(200) VALUE SPACES.
         01 WS-STR-PTR PIC 9(3) VALUE 1.
           05 V1 PIC X(5).
           05 V2 PIC X(5).

      * Map check: every cave once, whether start reaches it, whether
      * it can still get on to end, and what it is linked to. E-A and
      * E-B hold each edge's caves by their place in that list.
         01 WS-EDGE-CAVES OCCURS 64 TIMES.
           05 E-A PIC 9(3).
           05 E-B PIC 9(3).
         01 WS-CAVES OCCURS 64 TIMES.
           05 MC-NAME PIC X(5).
           05 MC-FROM-START PIC 9.
           05 MC-TO-END PIC 9.
           05 MC-LINKS PIC 9(3).
           05 MC-LAST-LINK PIC 9(3).
         01 MC-TEXT PIC X(50).

      * Sized for the relaxed rule, which multiplies the partial-path
      * count well past the strict enumeration's.
         01 WS-QUEUE OCCURS 250000 TIMES.
         77 RESULT-STRICT PIC 9(6) VALUE 0.
         77 RESULT-DELTA PIC 9(6) VALUE 0.
         77 VISITED PIC 9 VALUE 0.
         77 MC-COUNT PIC 9(3) VALUE 0.
         77 MC-LINK-COUNT PIC 9(3) VALUE 0.
         77 MC-X PIC 9(3) VALUE 0.
         77 MC-A PIC 9(3) VALUE 0.
         77 MC-B PIC 9(3) VALUE 0.
         77 MC-START PIC 9(3) VALUE 0.
         77 MC-END PIC 9(3) VALUE 0.
         77 MC-NAME-IN PIC X(5).
         77 MC-CHANGED PIC 9 VALUE 0.
         77 MC-DUP PIC 9 VALUE 0.
         77 MC-FATAL PIC 9(3) VALUE 0.
         77 MC-WARN PIC 9(3) VALUE 0.
         77 MC-CODE PIC X(3).
         77 MC-SEVERITY PIC X(7).
         
       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd12.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D12APATHS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PATH-DSN.
           MOVE 'D12APARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D12AMAPCHK' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-MAPCHK-DSN.
           PERFORM 006-LOAD-MODE.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           PERFORM 008-CHECK-MAP.
           OPEN OUTPUT PATHFILE.
           PERFORM 004-TRAVERSE.
           CLOSE PATHFILE.
           ELSE
             DISPLAY RESULT
           END-IF.
      * Shop convention: map warnings leave the count standing at
      * return code 4.
           IF MC-WARN > 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Queue exhaustion is a loud, graded stop rather than a walk
                 INTO PATH-RECORD
           END-IF.
           WRITE PATH-RECORD.

      * The map is checked before it is walked. Each finding goes to
      * D12AMAPCHK with a reason code:
      *   M01 no start cave               FATAL
      *   M02 no end cave                 FATAL
      *   B01 big cave linked to big cave FATAL (routes never end)
      *   U02 end cannot be reached       FATAL (count would be 0)
      *   U01 cave cut off from start     WARNING
      *   L01 link given more than once   WARNING
      *   D01 small cave whose only link is another small cave, so
      *       no route can leave it (strict rule only)  WARNING
      *   D02 small cave with no way on to end          WARNING
      * A fatal finding ends the step instead of publishing a count
      * nobody should believe.
       008-CHECK-MAP.
           OPEN OUTPUT MAPCHKFILE.
           MOVE 0 TO MC-COUNT.
           PERFORM VARYING I FROM 1 BY 2 UNTIL I > N
             MOVE V1(I) TO MC-NAME-IN
             PERFORM 009-FIND-CAVE
             MOVE MC-X TO MC-A
             MOVE V2(I) TO MC-NAME-IN
             PERFORM 009-FIND-CAVE
             MOVE MC-X TO MC-B
             MOVE MC-A TO E-A(I)
             MOVE MC-B TO E-B(I)
             COMPUTE J = I + 1
             MOVE MC-B TO E-A(J)
             MOVE MC-A TO E-B(J)
             PERFORM 010-CHECK-LINK
           END-PERFORM.
           MOVE 0 TO MC-START.
           MOVE 0 TO MC-END.
           PERFORM VARYING MC-X FROM 1 BY 1 UNTIL MC-X > MC-COUNT
             IF MC-NAME(MC-X) = 'start' THEN
               MOVE MC-X TO MC-START
             END-IF
             IF MC-NAME(MC-X) = 'end' THEN
               MOVE MC-X TO MC-END
             END-IF
           END-PERFORM.
           IF MC-START = 0 THEN
             MOVE 'M01' TO MC-CODE
             MOVE 'NO START CAVE ON THE MAP' TO MC-TEXT
             PERFORM 013-WRITE-FATAL
           ELSE
             MOVE 1 TO MC-FROM-START(MC-START)
             MOVE 1 TO MC-CHANGED
             PERFORM 011-SPREAD-FROM-START UNTIL MC-CHANGED = 0
           END-IF.
           IF MC-END = 0 THEN
             MOVE 'M02' TO MC-CODE
             MOVE 'NO END CAVE ON THE MAP' TO MC-TEXT
             PERFORM 013-WRITE-FATAL
           ELSE
             MOVE 1 TO MC-TO-END(MC-END)
             MOVE 1 TO MC-CHANGED
             PERFORM 012-SPREAD-TO-END UNTIL MC-CHANGED = 0
           END-IF.
           IF MC-START > 0 THEN
             PERFORM VARYING MC-X FROM 1 BY 1 UNTIL MC-X > MC-COUNT
               PERFORM 015-CHECK-CAVE
             END-PERFORM
           END-IF.
           MOVE SPACES TO MAPCHK-RECORD.
           STRING 'MAP CHECK CAVES ' DELIMITED BY SIZE
               MC-COUNT DELIMITED BY SIZE
               ' LINKS ' DELIMITED BY SIZE
               MC-LINK-COUNT DELIMITED BY SIZE
               ' FATAL ' DELIMITED BY SIZE
               MC-FATAL DELIMITED BY SIZE
               ' WARNING ' DELIMITED BY SIZE
               MC-WARN DELIMITED BY SIZE
               INTO MAPCHK-RECORD.
           WRITE MAPCHK-RECORD.
           CLOSE MAPCHKFILE.
           IF MC-FATAL > 0 THEN
             DISPLAY 'CAVE MAP FAILED ITS CHECK - SEE D12AMAPCHK, '
                 'NO ROUTE COUNT PRODUCED'
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.

      * The cave named in MC-NAME-IN, added to the cave list the
      * first time it is seen.
       009-FIND-CAVE.
           PERFORM VARYING MC-X FROM 1 BY 1 UNTIL MC-X > MC-COUNT
             IF MC-NAME(MC-X) = MC-NAME-IN THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           ADD 1 TO MC-COUNT.
           MOVE MC-COUNT TO MC-X.
           MOVE MC-NAME-IN TO MC-NAME(MC-X).
           MOVE 0 TO MC-FROM-START(MC-X).
           MOVE 0 TO MC-TO-END(MC-X).
           MOVE 0 TO MC-LINKS(MC-X).
           MOVE 0 TO MC-LAST-LINK(MC-X).

      * Link I (with its reverse at I + 1) against the links before
      * it, and against the big-to-big rule.
       010-CHECK-LINK.
           MOVE SPACES TO MC-TEXT.
           STRING 'LINK ' DELIMITED BY SIZE
               V1(I) DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               V2(I) DELIMITED BY SPACE
               INTO MC-TEXT.
           MOVE 0 TO MC-DUP.
           PERFORM VARYING J FROM 1 BY 2 UNTIL J >= I
             IF (E-A(J) = MC-A AND E-B(J) = MC-B) OR
                 (E-A(J) = MC-B AND E-B(J) = MC-A) THEN
               MOVE 1 TO MC-DUP
             END-IF
           END-PERFORM.
           IF MC-DUP = 1 THEN
             MOVE 'L01' TO MC-CODE
             MOVE ' GIVEN MORE THAN ONCE' TO MC-TEXT(20:)
             PERFORM 014-WRITE-WARNING
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MC-LINK-COUNT.
           ADD 1 TO MC-LINKS(MC-A).
           ADD 1 TO MC-LINKS(MC-B).
           MOVE MC-B TO MC-LAST-LINK(MC-A).
           MOVE MC-A TO MC-LAST-LINK(MC-B).
           IF V1(I)(1:1) IS ALPHABETIC-UPPER AND
               V2(I)(1:1) IS ALPHABETIC-UPPER THEN
             MOVE 'B01' TO MC-CODE
             MOVE ' JOINS TWO BIG CAVES' TO MC-TEXT(20:)
             PERFORM 013-WRITE-FATAL
           END-IF.

       011-SPREAD-FROM-START.
           MOVE 0 TO MC-CHANGED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
             MOVE E-A(I) TO MC-A
             MOVE E-B(I) TO MC-B
             IF MC-FROM-START(MC-A) = 1 AND
                 MC-FROM-START(MC-B) = 0 THEN
               MOVE 1 TO MC-FROM-START(MC-B)
               MOVE 1 TO MC-CHANGED
             END-IF
           END-PERFORM.

      * A route never passes back through start, so start does not
      * carry the way to end on to the caves behind it.
       012-SPREAD-TO-END.
           MOVE 0 TO MC-CHANGED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
             MOVE E-A(I) TO MC-A
             MOVE E-B(I) TO MC-B
             IF MC-TO-END(MC-B) = 1 AND MC-TO-END(MC-A) = 0 AND
                 MC-B NOT = MC-START THEN
               MOVE 1 TO MC-TO-END(MC-A)
               MOVE 1 TO MC-CHANGED
             END-IF
           END-PERFORM.

       013-WRITE-FATAL.
           ADD 1 TO MC-FATAL.
           MOVE 'FATAL' TO MC-SEVERITY.
           PERFORM 016-WRITE-FINDING.

       014-WRITE-WARNING.
           ADD 1 TO MC-WARN.
           MOVE 'WARNING' TO MC-SEVERITY.
           PERFORM 016-WRITE-FINDING.

       015-CHECK-CAVE.
           MOVE SPACES TO MC-TEXT.
           STRING 'CAVE ' DELIMITED BY SIZE
               MC-NAME(MC-X) DELIMITED BY SPACE
               INTO MC-TEXT.
           IF MC-FROM-START(MC-X) = 0 THEN
             IF MC-X = MC-END THEN
               MOVE 'U02' TO MC-CODE
               MOVE ' CANNOT BE REACHED FROM START' TO MC-TEXT(20:)
               PERFORM 013-WRITE-FATAL
             ELSE
               MOVE 'U01' TO MC-CODE
               MOVE ' IS CUT OFF FROM START' TO MC-TEXT(20:)
               PERFORM 014-WRITE-WARNING
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF MC-X = MC-START OR MC-X = MC-END OR
               MC-NAME(MC-X)(1:1) IS ALPHABETIC-UPPER THEN
             EXIT PARAGRAPH
           END-IF.
           IF MC-END > 0 AND MC-TO-END(MC-X) = 0 THEN
             MOVE 'D02' TO MC-CODE
             MOVE ' HAS NO WAY ON TO END' TO MC-TEXT(20:)
             PERFORM 014-WRITE-WARNING
             EXIT PARAGRAPH
           END-IF.
           IF WS-MODE NOT = 'R' AND MC-LINKS(MC-X) = 1 THEN
             MOVE MC-LAST-LINK(MC-X) TO MC-A
             IF MC-NAME(MC-A)(1:1) IS NOT ALPHABETIC-UPPER THEN
               MOVE 'D01' TO MC-CODE
               STRING ' ONLY LINKS TO SMALL CAVE ' DELIMITED BY SIZE
                   MC-NAME(MC-A) DELIMITED BY SPACE
                   INTO MC-TEXT(20:)
               PERFORM 014-WRITE-WARNING
             END-IF
           END-IF.

       016-WRITE-FINDING.
           MOVE SPACES TO MAPCHK-RECORD.
           STRING 'CODE ' DELIMITED BY SIZE
               MC-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MC-SEVERITY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MC-TEXT DELIMITED BY SIZE
               INTO MAPCHK-RECORD.
           WRITE MAPCHK-RECORD.
