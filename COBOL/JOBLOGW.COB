         01 WS-TIMESTAMP PIC X(21).
         01 WS-JOBLOG-DSN PIC X(64) VALUE 'JOBLOG'.
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
                  JOBLOG-RESULT DELIMITED BY SIZE
                  INTO JOBLOG-RECORD
           END-IF.
      * The stamp above is the wall clock; the run identity -- chain
      * cycle in column 91, the business night in columns 93-100 --
      * rides clear of every field the JOBLOG readers parse.
           MOVE PROCDATE-CYCLE TO JOBLOG-RECORD(91:1).
           MOVE PROCDATE-DATE TO JOBLOG-RECORD(93:8).
           WRITE JOBLOG-RECORD.
           CLOSE JOBLOGFILE.
           GOBACK.
