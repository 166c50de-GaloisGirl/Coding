         01 WS-TOL-DSN PIC X(64) VALUE 'LEDGTOL'.
         01 WS-ALERT-DSN PIC X(64) VALUE 'LEDGALERT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 LEDGER-EOF PIC 9 VALUE 0.
         01 WS-TOLERANCE PIC 9(3) VALUE 50.
         01 WS-PROG-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
      * The ledger belongs to the chain cycle in progress (or last
      * run); its cycle names the copy to read.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RESULTLEDGER' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LEDGER-DSN.
           MOVE 'LEDGTOL' TO ENVQ-DSNAME.
