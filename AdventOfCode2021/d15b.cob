       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROUTEFILE ASSIGN TO WS-ROUTE-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT CLOSEFILE ASSIGN TO WS-CLOSE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSE-STATUS.

       DATA DIVISION.

           05 FILLER PIC X.
           05 PARM-END-COL PIC 9(3).

      * Cells closed for maintenance, in expanded-map coordinates:
      * a row and column for one cell, or two corners (top-left row
      * and column, then bottom-right) for a rectangular zone.
         FD CLOSEFILE.
         01 CLOSE-RECORD.
           05 CL-ROW1 PIC X(3).
           05 FILLER PIC X.
           05 CL-COL1 PIC X(3).
           05 FILLER PIC X.
           05 CL-ROW2 PIC X(3).
           05 FILLER PIC X.
           05 CL-COL2 PIC X(3).
           05 FILLER PIC X(65).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd15.input'.
         01 WS-ROUTE-DSN PIC X(64) VALUE 'D15BROUTE'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D15BPARM'.
         01 WS-CLOSE-DSN PIC X(64) VALUE 'D15BCLOSE'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 N CONSTANT AS 100.
         01 WS-MAP-ARR OCCURS 500 TIMES.
         01 WS-END-R PIC 9(3) VALUE 500.
         01 WS-END-C PIC 9(3) VALUE 500.
         01 WS-UNREACHABLE PIC 9 VALUE 0.
         01 WS-CLOSED-ARR OCCURS 500 TIMES.
           05 WS-CLOSED PIC 9 VALUE 0 OCCURS 500 TIMES.
         01 CLOSE-STATUS PIC X(2) VALUE SPACES.
         01 CLOSE-EOF PIC 9 VALUE 0.
         01 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
         01 WS-CLOSE-REJECTS PIC 9(4) VALUE 0.
         01 WS-CLOSURES-ON PIC 9 VALUE 0.
         01 WS-CL-R1 PIC 9(3) VALUE 0.
         01 WS-CL-C1 PIC 9(3) VALUE 0.
         01 WS-CL-R2 PIC 9(3) VALUE 0.
         01 WS-CL-C2 PIC 9(3) VALUE 0.
         01 WS-OPEN-RISK PIC 9(6) VALUE 0.
         01 WS-OPEN-UNREACHABLE PIC 9 VALUE 0.
         01 WS-DETOUR PIC 9(6) VALUE 0.
         77 I PIC 9(3) VALUE 1.
         77 J PIC 9(3) VALUE 1.
         77 K PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd15.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D15BROUTE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ROUTE-DSN.
           MOVE 'D15BPARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D15BCLOSE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CLOSE-DSN.
           PERFORM 011-LOAD-QUERIES.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           PERFORM 004-COMPLETE-MAP.
           PERFORM 015-LOAD-CLOSURES.
           OPEN OUTPUT ROUTEFILE.
           PERFORM VARYING WS-QNUM FROM 1 BY 1
               UNTIL WS-QNUM > WS-QUERY-COUNT
              PERFORM 012-RUN-QUERY
           END-PERFORM.
           CLOSE ROUTEFILE.
      * Shop convention: a rejected closure line is a warning.
           IF WS-CLOSE-REJECTS > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
      * GOBACK rather than STOP RUN throughout: REQDESK-01 CALLs
      * this program to answer business requests and carries on.
           GOBACK.

      * A missing parameter file (status other than "00") just means
      * the classic corner-to-corner journey.
      * One full shortest-path search per query: reset the cost and
      * settled tables, run Dijkstra from the query's origin until
      * its destination settles, and replay the route with its total
      * risk under a query header. With closures in force the route
      * is the one that keeps out of them; an unrestricted search
      * run first prices the detour.
       012-RUN-QUERY.
           MOVE Q-SR(WS-QNUM) TO WS-START-R.
           MOVE Q-SC(WS-QNUM) TO WS-START-C.
           MOVE Q-ER(WS-QNUM) TO WS-END-R.
           MOVE Q-EC(WS-QNUM) TO WS-END-C.
           MOVE 0 TO WS-CLOSURES-ON.
           IF WS-CLOSED-COUNT > 0 THEN
              PERFORM 014-SEARCH
              MOVE WS-UNREACHABLE TO WS-OPEN-UNREACHABLE
              MOVE WS-COST(WS-END-R, WS-END-C) TO WS-OPEN-RISK
              MOVE 1 TO WS-CLOSURES-ON
              IF WS-CLOSED(WS-START-R, WS-START-C) = 0 AND
                  WS-CLOSED(WS-END-R, WS-END-C) = 0 THEN
                 PERFORM 014-SEARCH
              ELSE
                 MOVE 1 TO WS-UNREACHABLE
              END-IF
           ELSE
              PERFORM 014-SEARCH
           END-IF.
           MOVE SPACES TO ROUTE-RECORD.
           STRING 'QUERY ' DELIMITED BY SIZE
               WS-QNUM DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ROUTE-RECORD.
           WRITE ROUTE-RECORD.
           IF WS-CLOSURES-ON = 1 THEN
              MOVE SPACES TO ROUTE-RECORD
              STRING 'CLOSURES IN FORCE ' DELIMITED BY SIZE
                  WS-CLOSED-COUNT DELIMITED BY SIZE
                  ' CELLS' DELIMITED BY SIZE
                  INTO ROUTE-RECORD
              WRITE ROUTE-RECORD
           END-IF.
           IF WS-UNREACHABLE = 1 THEN
              EVALUATE TRUE
                 WHEN WS-CLOSURES-ON = 0
                    MOVE 'DESTINATION UNREACHABLE' TO ROUTE-RECORD
                 WHEN WS-CLOSED(WS-START-R, WS-START-C) = 1
                    MOVE 'NO ROUTE - ORIGIN IS CLOSED' TO ROUTE-RECORD
                 WHEN WS-CLOSED(WS-END-R, WS-END-C) = 1
                    MOVE 'NO ROUTE - DESTINATION IS CLOSED'
                        TO ROUTE-RECORD
                 WHEN OTHER
                    MOVE 'NO ROUTE - DESTINATION SEALED OFF BY CLOSURES'
                        TO ROUTE-RECORD
              END-EVALUATE
              WRITE ROUTE-RECORD
              DISPLAY ROUTE-RECORD
              EXIT PARAGRAPH
               INTO ROUTE-RECORD.
           WRITE ROUTE-RECORD.
           DISPLAY ROUTE-RECORD.
           IF WS-CLOSURES-ON = 1 AND WS-OPEN-UNREACHABLE = 0 THEN
              COMPUTE WS-DETOUR = RESULT - WS-OPEN-RISK
              MOVE SPACES TO ROUTE-RECORD
              STRING 'UNRESTRICTED RISK ' DELIMITED BY SIZE
                  WS-OPEN-RISK DELIMITED BY SIZE
                  ' DETOUR COST ' DELIMITED BY SIZE
                  WS-DETOUR DELIMITED BY SIZE
                  INTO ROUTE-RECORD
              WRITE ROUTE-RECORD
              DISPLAY ROUTE-RECORD
           END-IF.

       014-SEARCH.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5 * N
              PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5 * N
                 MOVE 999999 TO WS-COST(K, L)
                 MOVE 0 TO WS-STP(K, L)
                 MOVE 0 TO WS-PARENT-X(K, L)
                 MOVE 0 TO WS-PARENT-Y(K, L)
              END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-STP-SIZE.
           MOVE 0 TO WS-UNREACHABLE.
           MOVE 0 TO WS-COST(WS-START-R, WS-START-C).
           PERFORM 006-LOOP
               UNTIL WS-STP(WS-END-R, WS-END-C) = 1
               OR WS-UNREACHABLE = 1.

       002-READ.
           READ INPUTFILE
      * Pick a vertex u which is not there in sptSet 
      * and has a minimum distance value.  
           MOVE 999999 TO C-MIN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5 * N
             PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5 * N
               IF WS-COST(K, L) < C-MIN AND WS-STP(K, L) = 0 THEN
                 MOVE WS-COST(K, L) TO C-MIN
                 MOVE K TO I
           IF X = 0 OR Y = 0 OR X > 5 * N OR Y > 5 * N THEN
             EXIT PARAGRAPH
           END-IF.
      * A closed cell is never entered, so it is never settled.
           IF WS-CLOSURES-ON = 1 AND WS-CLOSED(X, Y) = 1 THEN
             EXIT PARAGRAPH
           END-IF.
      *     IF WS-STP(X, Y) = 1 THEN
      *       EXIT PARAGRAPH
      *     END-IF.
             IF WS-ROUTE-LEN >= 3000 THEN
                DISPLAY 'ROUTE TABLE FULL: PATH LONGER THAN 3000 CELLS'
                MOVE 16 TO RETURN-CODE
                GOBACK
             END-IF
             ADD 1 TO WS-ROUTE-LEN
             MOVE X TO WS-ROUTE-X(WS-ROUTE-LEN)
           IF WS-ROUTE-LEN >= 3000 THEN
              DISPLAY 'ROUTE TABLE FULL: PATH LONGER THAN 3000 CELLS'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-ROUTE-LEN.
           MOVE WS-START-R TO WS-ROUTE-X(WS-ROUTE-LEN).
                 INTO ROUTE-RECORD
             WRITE ROUTE-RECORD
           END-PERFORM.

      * A missing closure file (status other than "00") just means
      * the whole cavern is open. A line that is not a cell or a
      * zone inside the expanded map is left out with a warning
      * rather than guessed at.
       015-LOAD-CLOSURES.
           OPEN INPUT CLOSEFILE.
           IF CLOSE-STATUS = "00" THEN
              MOVE 0 TO CLOSE-EOF
              PERFORM 016-READ-CLOSURE UNTIL CLOSE-EOF = 1
              CLOSE CLOSEFILE
           ELSE
              CLOSE CLOSEFILE
           END-IF.

       016-READ-CLOSURE.
           READ CLOSEFILE
               AT END MOVE 1 TO CLOSE-EOF
               NOT AT END
                  IF CLOSE-RECORD NOT = SPACES THEN
                     PERFORM 017-APPLY-CLOSURE
                  END-IF
           END-READ.

       017-APPLY-CLOSURE.
           IF CL-ROW2 = SPACES AND CL-COL2 = SPACES THEN
              MOVE CL-ROW1 TO CL-ROW2
              MOVE CL-COL1 TO CL-COL2
           END-IF.
           IF CL-ROW1 IS NOT NUMERIC OR CL-COL1 IS NOT NUMERIC OR
               CL-ROW2 IS NOT NUMERIC OR CL-COL2 IS NOT NUMERIC THEN
              ADD 1 TO WS-CLOSE-REJECTS
              DISPLAY 'D15BCLOSE LINE IGNORED - NOT A CELL OR ZONE: '
                  CLOSE-RECORD(1:15)
              EXIT PARAGRAPH
           END-IF.
           MOVE CL-ROW1 TO WS-CL-R1.
           MOVE CL-COL1 TO WS-CL-C1.
           MOVE CL-ROW2 TO WS-CL-R2.
           MOVE CL-COL2 TO WS-CL-C2.
           IF WS-CL-R1 = 0 OR WS-CL-C1 = 0 OR WS-CL-R2 > 5 * N OR
               WS-CL-C2 > 5 * N OR WS-CL-R1 > WS-CL-R2 OR
               WS-CL-C1 > WS-CL-C2 THEN
              ADD 1 TO WS-CLOSE-REJECTS
              DISPLAY 'D15BCLOSE LINE IGNORED - OUTSIDE THE MAP: '
                  CLOSE-RECORD(1:15)
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING K FROM WS-CL-R1 BY 1 UNTIL K > WS-CL-R2
              PERFORM VARYING L FROM WS-CL-C1 BY 1 UNTIL L > WS-CL-C2
                 IF WS-CLOSED(K, L) = 0 THEN
                    MOVE 1 TO WS-CLOSED(K, L)
                    ADD 1 TO WS-CLOSED-COUNT
                 END-IF
              END-PERFORM
           END-PERFORM.
