       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT QUERYFILE ASSIGN TO WS-QUERY-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEPFILE ASSIGN TO WS-STEP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FD QUERYFILE.
         01 QUERY-RECORD PIC X(120).

         FD STEPFILE.
         01 STEP-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd22.input'.
         01 WS-PARM-DSN PIC X(64) VALUE 'D22APARM'.
         01 WS-QUERY-DSN PIC X(64) VALUE 'D22AQUERY'.
         01 WS-STEP-DSN PIC X(64) VALUE 'D22ASTEPS'.
         COPY ENVQ.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 REC-LEN PIC 9(2) COMP.

         77 WS-BOX-TOTAL PIC S9(18) VALUE 0.
         01 WS-BOX-TOTAL-DISP PIC -(18)9.

      * The step ledger: each reboot step's cuboid, the net cubes it
      * changed and the lit count after it. The flag marks a step
      * that changed nothing when it ran (R) or whose cuboid later
      * steps wholly re-cover (O).
         01 WS-STEPS.
           05 WS-STEP OCCURS 2000 TIMES.
             10 ST-ON PIC X(3).
             10 ST-X1 PIC S9(7) COMP.
             10 ST-X2 PIC S9(7) COMP.
             10 ST-Y1 PIC S9(7) COMP.
             10 ST-Y2 PIC S9(7) COMP.
             10 ST-Z1 PIC S9(7) COMP.
             10 ST-Z2 PIC S9(7) COMP.
             10 ST-NET PIC S9(18).
             10 ST-RUNNING PIC S9(18).
             10 ST-FLAG PIC X.
               88 ST-REDUNDANT VALUE 'R'.
               88 ST-OVERRIDDEN VALUE 'O'.
         77 WS-STEP-COUNT PIC 9(4) VALUE 0.
         77 WS-SN PIC S9(4) VALUE 0.
         77 WS-RUNNING PIC S9(18) VALUE 0.
         77 WS-TRIM-COUNT PIC 9(4) VALUE 0.
         77 WS-STEP-VOL PIC S9(18) VALUE 0.
         77 WS-CLIPPED PIC S9(18) VALUE 0.
         01 WS-COORD-DISP PIC -(6)9 OCCURS 6 TIMES.
         01 WS-NET-DISP PIC -(15)9.
         01 WS-RUNNING-DISP PIC -(15)9.
      * Union of the later steps' cuboids, as a cancelling-overlap
      * list of its own, for the overridden-step check.
         01 WS-UN-X1 PIC S9(7) COMP OCCURS 120000 TIMES.
         01 WS-UN-X2 PIC S9(7) COMP OCCURS 120000 TIMES.
         01 WS-UN-Y1 PIC S9(7) COMP OCCURS 120000 TIMES.
         01 WS-UN-Y2 PIC S9(7) COMP OCCURS 120000 TIMES.
         01 WS-UN-Z1 PIC S9(7) COMP OCCURS 120000 TIMES.
         01 WS-UN-Z2 PIC S9(7) COMP OCCURS 120000 TIMES.
         01 WS-UN-SIGN PIC S9(1) COMP OCCURS 120000 TIMES.
         01 WS-UN-COUNT PIC 9(7) VALUE 0.
         01 WS-UN-COUNT-BEFORE PIC 9(7) VALUE 0.
         77 WS-UN-FULL PIC X VALUE 'N'.


       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd22.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D22APARM' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-PARM-DSN.
           MOVE 'D22AQUERY' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-QUERY-DSN.
           MOVE 'D22ASTEPS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-STEP-DSN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           PERFORM 004-TALLY.
           PERFORM 011-FIND-OVERRIDDEN.
           PERFORM 014-WRITE-STEP-LEDGER.
           PERFORM 007-ANSWER-BOX-QUERIES.
           DISPLAY RESULT.
      * GOBACK rather than STOP RUN throughout: REQDESK-01 CALLs
      * this program to answer business requests and carries on.
           GOBACK.

      * A missing parameter file (status other than "00") just means
      * no regional questions were asked this run.
             MOVE Z2 TO WS-CUBE-Z2(WS-CUBE-COUNT)
             MOVE 1 TO WS-CUBE-SIGN(WS-CUBE-COUNT)
           END-IF.
           PERFORM 010-RECORD-STEP.

      * Where this instruction's cuboid overlaps an already-recorded
      * one, records the overlap again with the opposite sign, so the
           IF WS-CUBE-COUNT >= 120000 THEN
              DISPLAY 'CUBE TABLE FULL: MORE THAN 120000 ENTRIES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       004-TALLY.
                 (WS-CUBE-Z2(K) - WS-CUBE-Z1(K) + 1)
           END-PERFORM.
           MOVE WS-TOTAL TO RESULT.

      * Records the step just applied. The entries it added to the
      * cancelling-overlap list are exactly its effect, so their
      * signed volume is the net number of cubes the step changed.
       010-RECORD-STEP.
           IF WS-STEP-COUNT >= 2000 THEN
              DISPLAY 'STEP TABLE FULL: MORE THAN 2000 STEPS'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-SN.
           IF ONFLAG = 'on' THEN
              MOVE 'ON ' TO ST-ON(WS-SN)
           ELSE
              MOVE 'OFF' TO ST-ON(WS-SN)
           END-IF.
           MOVE X1 TO ST-X1(WS-SN).
           MOVE X2 TO ST-X2(WS-SN).
           MOVE Y1 TO ST-Y1(WS-SN).
           MOVE Y2 TO ST-Y2(WS-SN).
           MOVE Z1 TO ST-Z1(WS-SN).
           MOVE Z2 TO ST-Z2(WS-SN).
           MOVE 0 TO ST-NET(WS-SN).
           COMPUTE K = WS-CUBE-COUNT-BEFORE + 1.
           PERFORM VARYING K FROM K BY 1 UNTIL K > WS-CUBE-COUNT
             COMPUTE ST-NET(WS-SN) = ST-NET(WS-SN) + WS-CUBE-SIGN(K) *
                 (WS-CUBE-X2(K) - WS-CUBE-X1(K) + 1) *
                 (WS-CUBE-Y2(K) - WS-CUBE-Y1(K) + 1) *
                 (WS-CUBE-Z2(K) - WS-CUBE-Z1(K) + 1)
           END-PERFORM.
           ADD ST-NET(WS-SN) TO WS-RUNNING.
           MOVE WS-RUNNING TO ST-RUNNING(WS-SN).
           MOVE SPACE TO ST-FLAG(WS-SN).
           IF ST-NET(WS-SN) = 0 THEN
              SET ST-REDUNDANT(WS-SN) TO TRUE
           END-IF.

      * A step is overridden when later steps, on or off, cover every
      * cube of its cuboid: whatever it did, the final state does not
      * depend on it. Walking the steps from last to first, the union
      * of the later cuboids is kept as its own cancelling-overlap
      * list, and each step's cuboid is clipped against it. A step
      * the union already covers adds nothing to it.
       011-FIND-OVERRIDDEN.
           MOVE 0 TO WS-UN-COUNT.
           PERFORM VARYING WS-SN FROM WS-STEP-COUNT BY -1
               UNTIL WS-SN < 1 OR WS-UN-FULL = 'Y'
             MOVE ST-X1(WS-SN) TO X1
             MOVE ST-X2(WS-SN) TO X2
             MOVE ST-Y1(WS-SN) TO Y1
             MOVE ST-Y2(WS-SN) TO Y2
             MOVE ST-Z1(WS-SN) TO Z1
             MOVE ST-Z2(WS-SN) TO Z2
             COMPUTE WS-STEP-VOL = (X2 - X1 + 1) * (Y2 - Y1 + 1)
                 * (Z2 - Z1 + 1)
             MOVE 0 TO WS-CLIPPED
             PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-UN-COUNT
               PERFORM 012-CLIP-TO-UNION
               IF WS-IX1 <= WS-IX2 AND WS-IY1 <= WS-IY2
               AND WS-IZ1 <= WS-IZ2 THEN
                 COMPUTE WS-CLIPPED = WS-CLIPPED + WS-UN-SIGN(K) *
                     (WS-IX2 - WS-IX1 + 1) *
                     (WS-IY2 - WS-IY1 + 1) *
                     (WS-IZ2 - WS-IZ1 + 1)
               END-IF
             END-PERFORM
             IF WS-CLIPPED = WS-STEP-VOL THEN
               IF NOT ST-REDUNDANT(WS-SN) THEN
                 SET ST-OVERRIDDEN(WS-SN) TO TRUE
               END-IF
             ELSE
               PERFORM 013-ADD-TO-UNION
             END-IF
           END-PERFORM.

       012-CLIP-TO-UNION.
           COMPUTE WS-IX1 = FUNCTION MAX(X1, WS-UN-X1(K)).
           COMPUTE WS-IX2 = FUNCTION MIN(X2, WS-UN-X2(K)).
           COMPUTE WS-IY1 = FUNCTION MAX(Y1, WS-UN-Y1(K)).
           COMPUTE WS-IY2 = FUNCTION MIN(Y2, WS-UN-Y2(K)).
           COMPUTE WS-IZ1 = FUNCTION MAX(Z1, WS-UN-Z1(K)).
           COMPUTE WS-IZ2 = FUNCTION MIN(Z2, WS-UN-Z2(K)).

      * Same arithmetic as an 'on' instruction in 003-PROCESS-RECORD,
      * on the union list. If the union outgrows its table the check
      * stops there and the earlier steps are left unflagged.
       013-ADD-TO-UNION.
           MOVE WS-UN-COUNT TO WS-UN-COUNT-BEFORE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-UN-COUNT-BEFORE
             PERFORM 012-CLIP-TO-UNION
             IF WS-IX1 <= WS-IX2 AND WS-IY1 <= WS-IY2
             AND WS-IZ1 <= WS-IZ2 THEN
               IF WS-UN-COUNT >= 120000 THEN
                 MOVE 'Y' TO WS-UN-FULL
                 EXIT PERFORM
               END-IF
               ADD 1 TO WS-UN-COUNT
               MOVE WS-IX1 TO WS-UN-X1(WS-UN-COUNT)
               MOVE WS-IX2 TO WS-UN-X2(WS-UN-COUNT)
               MOVE WS-IY1 TO WS-UN-Y1(WS-UN-COUNT)
               MOVE WS-IY2 TO WS-UN-Y2(WS-UN-COUNT)
               MOVE WS-IZ1 TO WS-UN-Z1(WS-UN-COUNT)
               MOVE WS-IZ2 TO WS-UN-Z2(WS-UN-COUNT)
               COMPUTE WS-UN-SIGN(WS-UN-COUNT) = 0 - WS-UN-SIGN(K)
             END-IF
           END-PERFORM.
           IF WS-UN-FULL = 'Y' OR WS-UN-COUNT >= 120000 THEN
             MOVE 'Y' TO WS-UN-FULL
             DISPLAY 'OVERRIDE CHECK STOPPED AT STEP ' WS-SN
                 ': UNION TABLE FULL'
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UN-COUNT.
           MOVE X1 TO WS-UN-X1(WS-UN-COUNT).
           MOVE X2 TO WS-UN-X2(WS-UN-COUNT).
           MOVE Y1 TO WS-UN-Y1(WS-UN-COUNT).
           MOVE Y2 TO WS-UN-Y2(WS-UN-COUNT).
           MOVE Z1 TO WS-UN-Z1(WS-UN-COUNT).
           MOVE Z2 TO WS-UN-Z2(WS-UN-COUNT).
           MOVE 1 TO WS-UN-SIGN(WS-UN-COUNT).

      * D22ASTEPS: one line per reboot step with its cuboid, on/off,
      * the net cubes it changed and the running total, flagging the
      * steps the sequence could lose without changing the result.
       014-WRITE-STEP-LEDGER.
           OPEN OUTPUT STEPFILE.
           MOVE 0 TO WS-TRIM-COUNT.
           PERFORM VARYING WS-SN FROM 1 BY 1
               UNTIL WS-SN > WS-STEP-COUNT
             MOVE ST-X1(WS-SN) TO WS-COORD-DISP(1)
             MOVE ST-X2(WS-SN) TO WS-COORD-DISP(2)
             MOVE ST-Y1(WS-SN) TO WS-COORD-DISP(3)
             MOVE ST-Y2(WS-SN) TO WS-COORD-DISP(4)
             MOVE ST-Z1(WS-SN) TO WS-COORD-DISP(5)
             MOVE ST-Z2(WS-SN) TO WS-COORD-DISP(6)
             MOVE ST-NET(WS-SN) TO WS-NET-DISP
             MOVE ST-RUNNING(WS-SN) TO WS-RUNNING-DISP
             MOVE SPACES TO STEP-RECORD
             STRING 'STEP ' DELIMITED BY SIZE
                 WS-SN DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 ST-ON(WS-SN) DELIMITED BY SIZE
                 ' X=' DELIMITED BY SIZE
                 WS-COORD-DISP(1) DELIMITED BY SIZE
                 '..' DELIMITED BY SIZE
                 WS-COORD-DISP(2) DELIMITED BY SIZE
                 ' Y=' DELIMITED BY SIZE
                 WS-COORD-DISP(3) DELIMITED BY SIZE
                 '..' DELIMITED BY SIZE
                 WS-COORD-DISP(4) DELIMITED BY SIZE
                 ' Z=' DELIMITED BY SIZE
                 WS-COORD-DISP(5) DELIMITED BY SIZE
                 '..' DELIMITED BY SIZE
                 WS-COORD-DISP(6) DELIMITED BY SIZE
                 ' NET ' DELIMITED BY SIZE
                 WS-NET-DISP DELIMITED BY SIZE
                 ' TOTAL ' DELIMITED BY SIZE
                 WS-RUNNING-DISP DELIMITED BY SIZE
                 INTO STEP-RECORD
             IF ST-REDUNDANT(WS-SN) THEN
               MOVE 'NO NET EFFECT - REDUNDANT' TO STEP-RECORD(133:)
               ADD 1 TO WS-TRIM-COUNT
             END-IF
             IF ST-OVERRIDDEN(WS-SN) THEN
               MOVE 'NO NET EFFECT - OVERRIDDEN' TO STEP-RECORD(133:)
               ADD 1 TO WS-TRIM-COUNT
             END-IF
             WRITE STEP-RECORD
           END-PERFORM.
           MOVE SPACES TO STEP-RECORD.
           STRING 'STEPS ' DELIMITED BY SIZE
               WS-STEP-COUNT DELIMITED BY SIZE
               ' NO NET EFFECT ' DELIMITED BY SIZE
               WS-TRIM-COUNT DELIMITED BY SIZE
               ' LIT AT END ' DELIMITED BY SIZE
               RESULT DELIMITED BY SIZE
               INTO STEP-RECORD.
           WRITE STEP-RECORD.
           IF WS-UN-FULL = 'Y' THEN
             MOVE 'OVERRIDE CHECK INCOMPLETE: UNION TABLE FULL'
                 TO STEP-RECORD
             WRITE STEP-RECORD
           END-IF.
           CLOSE STEPFILE.
