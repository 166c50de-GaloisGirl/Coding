       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Alert router: decides which team an alert belongs to and who
      * on that team is carrying the pager when it is raised, so a
      * passport policy reject and a broken run lock stop ringing
      * the same phone. OPSALRT-01 calls this for every alert it
      * files, and ONCLESC-01 again when a fatal page has gone
      * unacknowledged and the secondary must be found.
      *
      * ALERTROUTE maps an alert to a team, first matching line wins:
      *   columns  1-14  issuing program pattern
      *   columns 16-59  subject pattern
      *   column  61     severity (W or F; blank for either)
      *   columns 63-70  team
      * A pattern of spaces or '*' matches anything; a pattern ending
      * in '*' matches everything that starts with what comes before
      * it, so a last line of '*' is the catch-all. A line starting
      * '**' is a comment.
      *
      * ONCALLROSTER holds the shifts:
      *   columns  1-8   team
      *   column  10     P for the primary, S for the secondary
      *   columns 12-19  person
      *   columns 21-50  contact (pager, phone or mailbox)
      *   columns 52-59  first day of the shift (YYYYMMDD)
      *   columns 61-68  last day of the shift (YYYYMMDD)
      *   columns 70-73  escalation minutes (primary line only)
      * The first line covering the alert's day is the one on call.
      * A primary line with no escalation minutes escalates after 30.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTEFILE ASSIGN TO WS-ROUTE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROUTE-STATUS.
           SELECT ROSTERFILE ASSIGN TO WS-ROSTER-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD ROUTEFILE.
         01 ROUTE-RECORD.
           05 ROUTE-PROGRAM PIC X(14).
           05 FILLER PIC X.
           05 ROUTE-SUBJECT PIC X(44).
           05 FILLER PIC X.
           05 ROUTE-SEVERITY PIC X.
           05 FILLER PIC X.
           05 ROUTE-TEAM PIC X(8).

         FD ROSTERFILE.
         01 ROSTER-RECORD.
           05 ROSTER-TEAM PIC X(8).
           05 FILLER PIC X.
           05 ROSTER-ROLE PIC X.
           05 FILLER PIC X.
           05 ROSTER-PERSON PIC X(8).
           05 FILLER PIC X.
           05 ROSTER-CONTACT PIC X(30).
           05 FILLER PIC X.
           05 ROSTER-FROM PIC X(8).
           05 FILLER PIC X.
           05 ROSTER-TO PIC X(8).
           05 FILLER PIC X.
           05 ROSTER-ESCALATE PIC X(4).

       WORKING-STORAGE SECTION.
         01 ROUTE-STATUS PIC X(2) VALUE SPACES.
         01 ROSTER-STATUS PIC X(2) VALUE SPACES.
         01 ROUTE-EOF PIC 9 VALUE 0.
         01 ROSTER-EOF PIC 9 VALUE 0.
         01 WS-ROUTE-DSN PIC X(64) VALUE 'ALERTROUTE'.
         01 WS-ROSTER-DSN PIC X(64) VALUE 'ONCALLROSTER'.
         COPY ENVQ.
         01 WS-DAY PIC X(8) VALUE SPACES.
         01 WS-PATTERN PIC X(44) VALUE SPACES.
         01 WS-VALUE PIC X(44) VALUE SPACES.
         01 WS-PREFIX-LEN PIC 9(2) VALUE 0.
         01 WS-MATCH PIC X VALUE 'N'.
         01 WS-PROGRAM-MATCH PIC X VALUE 'N'.

       LINKAGE SECTION.
         COPY ONCALL.

       PROCEDURE DIVISION USING ONCALL-PARMS.
       001-MAIN.
           MOVE SPACES TO ONCALL-TEAM ONCALL-PERSON ONCALL-CONTACT
               ONCALL-SECONDARY ONCALL-SECONDARY-CONTACT.
           MOVE 30 TO ONCALL-ESCALATE-MINUTES.
           MOVE ONCALL-STAMP(1:8) TO WS-DAY.
           MOVE 'ALERTROUTE' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ROUTE-DSN.
           MOVE 'ONCALLROSTER' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ROSTER-DSN.
           PERFORM 002-FIND-ROUTE.
           IF ONCALL-TEAM = SPACES THEN
              GOBACK
           END-IF.
           PERFORM 005-FIND-ON-CALL.
           GOBACK.

      * A missing routing table (status other than "00") routes
      * nothing; the bridge then pages its default number.
       002-FIND-ROUTE.
           OPEN INPUT ROUTEFILE.
           IF ROUTE-STATUS NOT = "00" THEN
              CLOSE ROUTEFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ROUTE-EOF.
           PERFORM 003-READ-ROUTE UNTIL ROUTE-EOF = 1.
           CLOSE ROUTEFILE.

       003-READ-ROUTE.
           READ ROUTEFILE
               AT END MOVE 1 TO ROUTE-EOF
               NOT AT END
                  IF ROUTE-TEAM NOT = SPACES AND
                      ROUTE-PROGRAM(1:2) NOT = '**' AND
                      (ROUTE-SEVERITY = SPACE OR
                       ROUTE-SEVERITY = ONCALL-SEVERITY) THEN
                     MOVE ROUTE-PROGRAM TO WS-PATTERN
                     MOVE ONCALL-PROGRAM TO WS-VALUE
                     PERFORM 004-MATCH-PATTERN
                     MOVE WS-MATCH TO WS-PROGRAM-MATCH
                     MOVE ROUTE-SUBJECT TO WS-PATTERN
                     MOVE ONCALL-SUBJECT TO WS-VALUE
                     PERFORM 004-MATCH-PATTERN
                     IF WS-PROGRAM-MATCH = 'Y' AND WS-MATCH = 'Y' THEN
                        MOVE ROUTE-TEAM TO ONCALL-TEAM
                        MOVE 1 TO ROUTE-EOF
                     END-IF
                  END-IF
           END-READ.

       004-MATCH-PATTERN.
           MOVE 'N' TO WS-MATCH.
           IF WS-PATTERN = SPACES OR WS-PATTERN = '*' THEN
              MOVE 'Y' TO WS-MATCH
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PREFIX-LEN.
           INSPECT WS-PATTERN TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL '*'.
           IF WS-PREFIX-LEN = 0 THEN
              MOVE 'Y' TO WS-MATCH
              EXIT PARAGRAPH
           END-IF.
           IF WS-PREFIX-LEN < 44 THEN
              IF WS-PATTERN(1:WS-PREFIX-LEN) =
                  WS-VALUE(1:WS-PREFIX-LEN) THEN
                 MOVE 'Y' TO WS-MATCH
              END-IF
           ELSE
              IF WS-PATTERN = WS-VALUE THEN
                 MOVE 'Y' TO WS-MATCH
              END-IF
           END-IF.

      * A missing roster (status other than "00") leaves the team
      * routed but nobody named.
       005-FIND-ON-CALL.
           OPEN INPUT ROSTERFILE.
           IF ROSTER-STATUS NOT = "00" THEN
              CLOSE ROSTERFILE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ROSTER-EOF.
           PERFORM 006-READ-ROSTER UNTIL ROSTER-EOF = 1.
           CLOSE ROSTERFILE.

       006-READ-ROSTER.
           READ ROSTERFILE
               AT END MOVE 1 TO ROSTER-EOF
               NOT AT END
                  IF ROSTER-TEAM = ONCALL-TEAM AND
                      ROSTER-FROM IS NUMERIC AND
                      ROSTER-TO IS NUMERIC AND
                      WS-DAY NOT < ROSTER-FROM AND
                      WS-DAY NOT > ROSTER-TO THEN
                     PERFORM 007-TAKE-SHIFT
                  END-IF
           END-READ.

       007-TAKE-SHIFT.
           EVALUATE ROSTER-ROLE
            WHEN 'P'
              IF ONCALL-PERSON = SPACES THEN
                 MOVE ROSTER-PERSON TO ONCALL-PERSON
                 MOVE ROSTER-CONTACT TO ONCALL-CONTACT
                 IF ROSTER-ESCALATE IS NUMERIC THEN
                    MOVE ROSTER-ESCALATE TO ONCALL-ESCALATE-MINUTES
                 END-IF
              END-IF
            WHEN 'S'
              IF ONCALL-SECONDARY = SPACES THEN
                 MOVE ROSTER-PERSON TO ONCALL-SECONDARY
                 MOVE ROSTER-CONTACT TO ONCALL-SECONDARY-CONTACT
              END-IF
           END-EVALUATE.
