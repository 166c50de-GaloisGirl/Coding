         01 WS-COPY-FROM PIC X(64) VALUE SPACES.
         01 WS-COPY-TO PIC X(64) VALUE SPACES.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-PROGRAM PIC X(14) VALUE SPACES.
         01 WS-TARGET PIC X(64) VALUE SPACES.
         01 WS-PROPOSED PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       001-MAIN.
      * The rehearsed programs stamp with the processing date and
      * file under its chain cycle, so the copies saved and restored
      * around them must too.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'JOBLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-JOBLOG-DSN.
           MOVE 'RESULTLEDGER' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LEDGER-DSN.
           PERFORM 002-LOAD-ORDER.
               '.D' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-GEN-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-GEN-NAME.
           MOVE 'N' TO WS-GEN-EXISTS.
