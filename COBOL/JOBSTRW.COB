         01 WS-JOBLOG-DSN PIC X(64) VALUE 'JOBLOG'.
         01 WS-LOCK-DSN PIC X(64) VALUE 'RUNLOCK'.
         COPY ENVQ.
         COPY PROCDATE.

       LINKAGE SECTION.
         COPY JOBLOG.
       PROCEDURE DIVISION USING JOBLOG-PARMS.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE 'JOBLOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-JOBLOG-DSN.
               ' START ' DELIMITED BY SIZE
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               INTO JOBLOG-RECORD
      * Wall-clock stamp above, cycle in column 91 and business night
      * in columns 93-100, as on the JOBLOG-01 completion trailer.
           MOVE PROCDATE-CYCLE TO JOBLOG-RECORD(91:1).
           MOVE PROCDATE-DATE TO JOBLOG-RECORD(93:8).
           WRITE JOBLOG-RECORD.
           CLOSE JOBLOGFILE.
           GOBACK.
