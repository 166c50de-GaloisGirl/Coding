           SELECT PARMFILE ASSIGN TO WS-PARM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.
           SELECT SWEEPFILE ASSIGN TO WS-SWEEP-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         01 SWEEP-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-SWEEP-DSN PIC X(64) VALUE 'D11SWEEP'.
         01 FILE-STATUS PIC 9 VALUE 0.
         01 WS-ARR OCCURS 93 TIMES.
           05 WS-ROW PIC X OCCURS 98 TIMES.
            MOVE 'D11PARM' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-PARM-DSN.
            MOVE 'D11SWEEP' TO ENVQ-DSNAME.
            CALL 'ENVQ-01' USING ENVQ-PARMS.
            MOVE ENVQ-DSNAME TO WS-SWEEP-DSN.
            PERFORM 009-LOAD-MAX-ROUNDS.
      * A sweep run never registers a start record: it also writes
      * no completion trailer, and an unmatched start would read as
