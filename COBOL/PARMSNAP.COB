         01 WS-LIST-DSN PIC X(64) VALUE 'PARMSNAPLST'.
         01 WS-PARMCAT-DSN PIC X(64) VALUE 'PARMCAT'.
         COPY ENVQ.
         COPY PROCDATE.
         01 WS-RUN-DATE PIC X(8).
         01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
         01 WS-TAKEN-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
      * Captures are dated by the business night from PROCDATE-01,
      * the date the lineage and replay readers match them on.
           SET PROCDATE-GET TO TRUE.
           CALL 'PROCDATE-01' USING PROCDATE-PARMS.
           MOVE PROCDATE-DATE TO WS-RUN-DATE.
           MOVE 'PARMSNAPLST' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-LIST-DSN.
