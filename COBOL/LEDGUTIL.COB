         01 WS-LEDGER-DSN PIC X(64) VALUE 'RESULTLEDGER'.
         01 WS-BKP-DSN PIC X(64) VALUE 'RESULTLEDGER.BKP'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-OPERATION PIC X(8) VALUE 'VERIFY'.
         01 WS-RC PIC 9(4) VALUE 0.
         01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.

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
           MOVE SPACES TO ENVQ-DSNAME.
           STRING PROCDATE-DSNAME DELIMITED BY SPACE
               '.BKP' DELIMITED BY SIZE
               INTO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-BKP-DSN.
           PERFORM 002-LOAD-OPERATION.
