      * dataset names the dated copy of what last night's chain
      * actually read.
         FD RUNCATFILE.
         01 RUNCAT-RECORD PIC X(132).

         FD ARCFILE.
         01 ARC-RECORD PIC X(299).
         01 WS-REPORT-DSN PIC X(64) VALUE 'PREFLT-REPORT'.
         01 WS-RUNCAT-DSN PIC X(64) VALUE 'RUNCAT'.
         COPY ENVQ.
         COPY PROCDATE.
         COPY OPSALERT.
         01 RUNCAT-STATUS PIC X(2) VALUE SPACES.
         01 ARC-STATUS PIC X(2) VALUE SPACES.
           MOVE 'PREFLT-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
      * Freshness is judged against the archives of the current (or
      * last) chain cycle.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE 'RUNCAT' TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-RUNCAT-DSN.
           OPEN OUTPUT REPORTFILE.
               '.D' DELIMITED BY SIZE
               WS-ARC-DATE DELIMITED BY SIZE
               INTO WS-ARC-NAME.
           SET PROCDATE-QUALIFY TO TRUE.
           MOVE WS-ARC-NAME TO PROCDATE-DSNAME.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DSNAME TO WS-ARC-NAME.
           PERFORM 010-PROFILE-ARCHIVE.
           IF ARC-STATUS NOT = "00" THEN
              EXIT PARAGRAPH
