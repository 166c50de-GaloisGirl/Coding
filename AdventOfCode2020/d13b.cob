       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd13.input'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'D13BREPORT'.
         COPY ENVQ.
         01 REC-LEN PIC 9(2) COMP.
         01 WS-BUSES PIC 9(5) OCCURS 1 TO 99 DEPENDING ON LEN.
         01 WS-REMAINDERS PIC S9(5) OCCURS 1 TO 99 DEPENDING ON LEN.
         77 WS-VFY-MOD PIC 9(20) VALUE 0.
         77 WS-VFY-QUOT PIC 9(20) VALUE 0.
         77 WS-VFY-FAILS PIC 9(2) VALUE 0.
      * Shared-factor pre-check: Euclid's working fields, and the
      * count of bus pairs whose schedules can never line up.
         77 WS-GCD PIC 9(20) VALUE 0.
         77 WS-GCD-A PIC 9(20) VALUE 0.
         77 WS-GCD-B PIC 9(20) VALUE 0.
         77 WS-GCD-R PIC 9(20) VALUE 0.
         77 WS-REM-I PIC 9(20) VALUE 0.
         77 WS-REM-J PIC 9(20) VALUE 0.
         77 WS-SHARED PIC 9(4) VALUE 0.
         77 WS-CONFLICTS PIC 9(4) VALUE 0.
         77 WS-STEPS PIC 9(20) VALUE 0.
         77 WS-STEP-LIMIT PIC 9(20) VALUE 0.

      * Parameters passed to the shared dated-generation keeper.
         COPY GENOUT.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd13.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D13BREPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           OPEN INPUT INPUTFILE.
           PERFORM 002-READ.
           CLOSE INPUTFILE.
           OPEN OUTPUT REPORTFILE.
           PERFORM 006-CHECK-SHARED-FACTORS.
           IF WS-CONFLICTS > 0 THEN
      * A schedule two buses can never both keep has no answer; the
      * conflicting pairs stand in the report and nothing else is
      * published.
              CLOSE REPORTFILE
              DISPLAY 'SCHEDULE UNSATISFIABLE - ' WS-CONFLICTS
                  ' CONFLICTING BUS PAIR(S) - RESULT NOT PUBLISHED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 003-FIND-TIMESTAMP.
           PERFORM 005-VERIFY-TIMESTAMP.
           IF WS-VFY-FAILS > 0 THEN
      * For a result this hard to eyeball, the job proves its own
           END-PERFORM.
           COMPUTE LEN = J - 1.
        
      * Merges one bus at a time into a running (A mod N) constraint,
      * stepping A by N until it also suits the next bus. Bus ids
      * need not be coprime: 006-CHECK-SHARED-FACTORS has already
      * proved every pair compatible, so a match comes within N1 /
      * gcd steps and the merged cycle is the least common multiple.
      * The step limit is a backstop; the search can never run on.
       003-FIND-TIMESTAMP.
           MOVE WS-BUSES(1) TO N.
           MOVE WS-REMAINDERS(1) TO A.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > LEN
              MOVE WS-BUSES(I) TO N1
              MOVE WS-REMAINDERS(I) TO A1
              DIVIDE A BY N1 GIVING WS-QUOTIENT REMAINDER WS-MOD
              MOVE 0 TO WS-STEPS
              MOVE N1 TO WS-STEP-LIMIT
              PERFORM UNTIL WS-MOD = A1 OR WS-STEPS > WS-STEP-LIMIT
                 COMPUTE A = A + N
                 ADD 1 TO WS-STEPS
                 DIVIDE A BY N1 GIVING WS-QUOTIENT REMAINDER WS-MOD
              END-PERFORM
              MOVE N TO WS-GCD-A
              MOVE N1 TO WS-GCD-B
              PERFORM 007-EUCLID
              COMPUTE N = N / WS-GCD * N1
           END-PERFORM.
           COMPUTE RESULT = A.
           COMPUTE WS-CYCLE = N.
               WS-BEST-WAIT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * Every pair of buses is checked for a shared factor. Two buses
      * whose ids share a factor g can both be kept only if their
      * departure remainders agree modulo g; a pair that cannot is
      * named in the report as the reason the schedule has no answer.
       006-CHECK-SHARED-FACTORS.
           MOVE 0 TO WS-SHARED WS-CONFLICTS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= LEN
              PERFORM VARYING J FROM I BY 1 UNTIL J >= LEN
                 MOVE WS-BUSES(I) TO WS-GCD-A
                 MOVE WS-BUSES(J + 1) TO WS-GCD-B
                 PERFORM 007-EUCLID
                 IF WS-GCD > 1 THEN
                    PERFORM 008-CHECK-PAIR
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SHARED-FACTOR PAIRS ' DELIMITED BY SIZE
               WS-SHARED DELIMITED BY SIZE
               ' CONFLICTING ' DELIMITED BY SIZE
               WS-CONFLICTS DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

       007-EUCLID.
           PERFORM UNTIL WS-GCD-B = 0
              DIVIDE WS-GCD-A BY WS-GCD-B
                 GIVING WS-QUOT REMAINDER WS-GCD-R
              MOVE WS-GCD-B TO WS-GCD-A
              MOVE WS-GCD-R TO WS-GCD-B
           END-PERFORM.
           MOVE WS-GCD-A TO WS-GCD.

       008-CHECK-PAIR.
           ADD 1 TO WS-SHARED.
           DIVIDE WS-REMAINDERS(I) BY WS-GCD
              GIVING WS-QUOT REMAINDER WS-REM-I.
           DIVIDE WS-REMAINDERS(J + 1) BY WS-GCD
              GIVING WS-QUOT REMAINDER WS-REM-J.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-REM-I = WS-REM-J THEN
              STRING 'SHARED FACTOR ' DELIMITED BY SIZE
                  WS-GCD DELIMITED BY SIZE
                  ' BUS ' DELIMITED BY SIZE
                  WS-BUSES(I) DELIMITED BY SIZE
                  ' BUS ' DELIMITED BY SIZE
                  WS-BUSES(J + 1) DELIMITED BY SIZE
                  ' COMPATIBLE' DELIMITED BY SIZE
                  INTO REPORT-RECORD
           ELSE
              ADD 1 TO WS-CONFLICTS
              STRING 'CONFLICT BUS ' DELIMITED BY SIZE
                  WS-BUSES(I) DELIMITED BY SIZE
                  ' OFFSET ' DELIMITED BY SIZE
                  WS-OFFSETS(I) DELIMITED BY SIZE
                  ' BUS ' DELIMITED BY SIZE
                  WS-BUSES(J + 1) DELIMITED BY SIZE
                  ' OFFSET ' DELIMITED BY SIZE
                  WS-OFFSETS(J + 1) DELIMITED BY SIZE
                  ' UNSATISFIABLE' DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
