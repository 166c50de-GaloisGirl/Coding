       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMNT-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Incident maintenance: carries the incidents JOBCTL-01 opens
      * in INCIDENTS through to their close. Each INCREQS record
      * names an incident, the operator and an action:
      *   NOTE     - add the text as a dated note (ten at most)
      *   ASSIGN   - make the user in the text the owner
      *   CATEGORY - link the root-cause category in the text; when
      *              INCCATS is on file the code must be one of its
      *   CLOSE    - close the incident; it must carry a category
      *              first, and any text is kept as the closing note
      * A closed incident still takes notes but nothing else. Only a
      * user OPSROLES (through OPSROLE-01) grants OPERATOR for
      * INCIDENTS may change an incident; a refusal is reported and
      * raised on OPSALERT. Every request's outcome is listed in
      * INCMNT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQSFILE ASSIGN TO WS-REQS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQS-STATUS.
           SELECT INCFILE ASSIGN TO WS-INCIDENTS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INC-NUMBER
           FILE STATUS IS INC-STATUS-CODE.
           SELECT CATFILE ASSIGN TO WS-CATS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.
           SELECT REPORTFILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One request: incident number in columns 1-6, user in 8-15,
      * action in 17-24, text in 26-85.
         FD REQSFILE.
         01 REQS-RECORD.
           05 REQS-NUMBER PIC X(6).
           05 FILLER PIC X.
           05 REQS-USER PIC X(8).
           05 FILLER PIC X.
           05 REQS-ACTION PIC X(8).
           05 FILLER PIC X.
           05 REQS-TEXT PIC X(60).

         FD INCFILE.
         COPY INCREC.

      * The root-cause categories: code in columns 1-12, what it
      * covers in 14-53. '*' in column 1 is a comment.
         FD CATFILE.
         01 CAT-RECORD.
           05 CAT-CODE PIC X(12).
           05 FILLER PIC X.
           05 CAT-DESCRIPTION PIC X(40).

         FD REPORTFILE.
         01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
         01 REQS-STATUS PIC X(2) VALUE SPACES.
         01 INC-STATUS-CODE PIC X(2) VALUE SPACES.
         01 CAT-STATUS PIC X(2) VALUE SPACES.
         01 WS-REQS-DSN PIC X(64) VALUE 'INCREQS'.
         01 WS-INCIDENTS-DSN PIC X(64) VALUE 'INCIDENTS'.
         01 WS-CATS-DSN PIC X(64) VALUE 'INCCATS'.
         01 WS-REPORT-DSN PIC X(64) VALUE 'INCMNT-REPORT'.
         COPY ENVQ.
         COPY OPSROLE.
         COPY OPSALERT.
         01 REQS-EOF PIC 9 VALUE 0.
         01 CAT-EOF PIC 9 VALUE 0.
         01 WS-TIMESTAMP PIC X(21).
         01 WS-APPLIED-COUNT PIC 9(3) VALUE 0.
         01 WS-REJECTED-COUNT PIC 9(3) VALUE 0.
         01 WS-REASON PIC X(60) VALUE SPACES.
         01 WS-IDX PIC 9(2) VALUE 0.
         01 WS-CAT-LOADED PIC X VALUE 'N'.
         01 WS-CAT-COUNT PIC 9(2) VALUE 0.
         01 WS-CAT-TABLE.
           05 WS-CAT-CODE PIC X(12) OCCURS 50 TIMES.
         01 WS-CAT-FOUND PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE 'INCREQS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REQS-DSN.
           MOVE 'INCIDENTS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INCIDENTS-DSN.
           MOVE 'INCCATS' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CATS-DSN.
           MOVE 'INCMNT-REPORT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-REPORT-DSN.
           OPEN OUTPUT REPORTFILE.
           OPEN I-O INCFILE.
           IF INC-STATUS-CODE NOT = "00" THEN
              MOVE SPACES TO REPORT-RECORD
              STRING 'INCMNT-01: CANNOT OPEN INCIDENTS, STATUS '
                  DELIMITED BY SIZE
                  INC-STATUS-CODE DELIMITED BY SIZE
                  INTO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE INCFILE
              CLOSE REPORTFILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 010-LOAD-CATEGORIES.
           OPEN INPUT REQSFILE.
           IF REQS-STATUS NOT = "00" THEN
              MOVE 'INCMNT-01: NO INCREQS ON FILE' TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY REPORT-RECORD
              CLOSE REQSFILE
              CLOSE INCFILE
              CLOSE REPORTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 002-READ-REQUEST UNTIL REQS-EOF = 1.
           CLOSE REQSFILE.
           CLOSE INCFILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'INCMNT-01: ' DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               ' REQUEST(S) APPLIED, ' DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               ' REJECTED' DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORTFILE.
      * Shop convention: a rejected request is a warning -- the
      * valid requests still went through.
           IF WS-REJECTED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       002-READ-REQUEST.
           READ REQSFILE
               AT END MOVE 1 TO REQS-EOF
               NOT AT END
                  IF REQS-RECORD NOT = SPACES THEN
                     PERFORM 003-PROCESS-REQUEST
                  END-IF
           END-READ.

       003-PROCESS-REQUEST.
           IF REQS-NUMBER IS NOT NUMERIC OR
               REQS-NUMBER = '000000' THEN
              MOVE 'NOT AN INCIDENT NUMBER' TO WS-REASON
              PERFORM 008-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF.
           MOVE REQS-USER TO OPSROLE-USER.
           MOVE 'OPERATOR' TO OPSROLE-ROLE.
           MOVE 'INCIDENTS' TO OPSROLE-TARGET.
           PERFORM 011-CHECK-ENTITLEMENT.
           IF NOT OPSROLE-GRANTED THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE REQS-NUMBER TO INC-NUMBER.
           READ INCFILE
              INVALID KEY
                 MOVE 'NO SUCH INCIDENT ON FILE' TO WS-REASON
                 PERFORM 008-REJECT-REQUEST
                 EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-REASON.
           EVALUATE REQS-ACTION
            WHEN 'NOTE'
              PERFORM 004-ADD-NOTE
            WHEN 'ASSIGN'
              PERFORM 005-ASSIGN-OWNER
            WHEN 'CATEGORY'
              PERFORM 006-SET-CATEGORY
            WHEN 'CLOSE'
              PERFORM 007-CLOSE-INCIDENT
            WHEN OTHER
              MOVE 'UNKNOWN ACTION' TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES THEN
              PERFORM 008-REJECT-REQUEST
              EXIT PARAGRAPH
           END-IF.
           REWRITE INCIDENT-RECORD
              INVALID KEY
                 MOVE SPACES TO WS-REASON
                 STRING 'INCIDENTS NOT UPDATED, STATUS '
                     DELIMITED BY SIZE
                     INC-STATUS-CODE DELIMITED BY SIZE
                     INTO WS-REASON
                 PERFORM 008-REJECT-REQUEST
                 EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'APPLIED  ' DELIMITED BY SIZE
               REQS-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REQS-ACTION DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               REQS-USER DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               REQS-TEXT DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

       004-ADD-NOTE.
           IF REQS-TEXT = SPACES THEN
              MOVE 'NOTE HAS NO TEXT' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF INC-NOTE-COUNT IS NOT NUMERIC THEN
              MOVE 0 TO INC-NOTE-COUNT
           END-IF.
           IF INC-NOTE-COUNT >= 10 THEN
              MOVE 'INCIDENT ALREADY HOLDS TEN NOTES' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO INC-NOTE-COUNT.
           MOVE WS-TIMESTAMP(1:14) TO INC-NOTE-STAMP(INC-NOTE-COUNT).
           MOVE REQS-USER TO INC-NOTE-USER(INC-NOTE-COUNT).
           MOVE REQS-TEXT TO INC-NOTE-TEXT(INC-NOTE-COUNT).

       005-ASSIGN-OWNER.
           IF INC-CLOSED THEN
              MOVE 'INCIDENT IS CLOSED' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REQS-TEXT(1:8) = SPACES THEN
              MOVE 'NO OWNER NAMED' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           MOVE REQS-TEXT(1:8) TO INC-OWNER.

       006-SET-CATEGORY.
           IF INC-CLOSED THEN
              MOVE 'INCIDENT IS CLOSED' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REQS-TEXT(1:12) = SPACES THEN
              MOVE 'NO CATEGORY NAMED' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-LOADED = 'Y' THEN
              MOVE 'N' TO WS-CAT-FOUND
              PERFORM VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > WS-CAT-COUNT
                 IF WS-CAT-CODE(WS-IDX) = REQS-TEXT(1:12) THEN
                    MOVE 'Y' TO WS-CAT-FOUND
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-CAT-FOUND = 'N' THEN
                 MOVE 'CATEGORY NOT ON INCCATS' TO WS-REASON
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE REQS-TEXT(1:12) TO INC-CATEGORY.

      * The close needs a root cause on the incident, so the monthly
      * counts never carry a closed incident with no category.
       007-CLOSE-INCIDENT.
           IF INC-CLOSED THEN
              MOVE 'INCIDENT IS ALREADY CLOSED' TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF INC-CATEGORY = SPACES THEN
              MOVE 'NO ROOT-CAUSE CATEGORY - CATEGORY BEFORE CLOSE'
                  TO WS-REASON
              EXIT PARAGRAPH
           END-IF.
           IF REQS-TEXT NOT = SPACES THEN
              PERFORM 004-ADD-NOTE
              IF WS-REASON NOT = SPACES THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           SET INC-CLOSED TO TRUE.
           MOVE WS-TIMESTAMP(1:14) TO INC-CLOSED-AT.
           MOVE REQS-USER TO INC-CLOSED-BY.

       008-REJECT-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'REJECTED ' DELIMITED BY SIZE
               REQS-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REQS-ACTION DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               REQS-USER DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.

      * A missing INCCATS (status other than "00") leaves the
      * category free text.
       010-LOAD-CATEGORIES.
           OPEN INPUT CATFILE.
           IF CAT-STATUS NOT = "00" THEN
              CLOSE CATFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CAT-LOADED.
           MOVE 0 TO CAT-EOF.
           PERFORM 012-READ-CATEGORY UNTIL CAT-EOF = 1.
           CLOSE CATFILE.

       012-READ-CATEGORY.
           READ CATFILE
               AT END MOVE 1 TO CAT-EOF
               NOT AT END
                  IF CAT-CODE NOT = SPACES AND
                      CAT-CODE(1:1) NOT = '*' AND
                      WS-CAT-COUNT < 50 THEN
                     ADD 1 TO WS-CAT-COUNT
                     MOVE CAT-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
                  END-IF
           END-READ.

       011-CHECK-ENTITLEMENT.
           CALL 'OPSROLE-01' USING OPSROLE-PARMS.
           IF OPSROLE-GRANTED THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REASON.
           IF OPSROLE-NO-FILE THEN
              STRING 'NO OPSROLES ON FILE - ' DELIMITED BY SIZE
                  OPSROLE-USER DELIMITED BY SPACE
                  ' NOT ENTITLED AS OPERATOR' DELIMITED BY SIZE
                  INTO WS-REASON
           ELSE
              STRING OPSROLE-USER DELIMITED BY SPACE
                  ' NOT ENTITLED AS OPERATOR FOR INCIDENTS'
                  DELIMITED BY SIZE
                  INTO WS-REASON
           END-IF.
           PERFORM 008-REJECT-REQUEST.
           MOVE 'W' TO ALERT-SEVERITY.
           MOVE 'INCMNT-01' TO ALERT-PROGRAM.
           MOVE REQS-USER TO ALERT-SUBJECT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING 'REFUSED INCIDENT ' DELIMITED BY SIZE
               REQS-NUMBER DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO ALERT-MESSAGE.
           CALL 'OPSALRT-01' USING ALERT-PARMS.
