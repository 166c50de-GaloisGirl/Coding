       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSROLE-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Shared entitlement check: OPSCON-01 and PARMMNT-01 ask here
      * before they let a user act, so the console and the gate read
      * one list of who may do what. The OPSROLES file holds one
      * grant per line:
      *   columns  1-8   user id
      *   columns 10-23  role
      *   columns 25-36  target file the grant is limited to, blank
      *                  for every file
      * e.g.  JSMITH   PARM-REQUESTER FBCTRL
      *       MKOWAL   OPERATOR
      * A line starting with * is a comment. With no OPSROLES on
      * file nobody is entitled to anything: a missing list must not
      * open the gate. The file is read on every call, so a grant
      * withdrawn while the console is open takes effect at once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLEFILE ASSIGN TO WS-ROLE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD ROLEFILE.
         01 ROLE-RECORD.
           05 ROLE-USER PIC X(8).
           05 FILLER PIC X.
           05 ROLE-NAME PIC X(14).
           05 FILLER PIC X.
           05 ROLE-TARGET PIC X(12).
           05 FILLER PIC X(44).

       WORKING-STORAGE SECTION.
         01 ROLE-STATUS PIC X(2) VALUE SPACES.
         01 ROLE-EOF PIC 9 VALUE 0.
         01 WS-ROLE-DSN PIC X(64) VALUE 'OPSROLES'.
         COPY ENVQ.

       LINKAGE SECTION.
         COPY OPSROLE.

       PROCEDURE DIVISION USING OPSROLE-PARMS.
       001-MAIN.
           SET OPSROLE-REFUSED TO TRUE.
           MOVE 'OPSROLES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ROLE-DSN.
           OPEN INPUT ROLEFILE.
           IF ROLE-STATUS NOT = "00" THEN
              SET OPSROLE-NO-FILE TO TRUE
              CLOSE ROLEFILE
              GOBACK
           END-IF.
           IF OPSROLE-USER = SPACES THEN
              CLOSE ROLEFILE
              GOBACK
           END-IF.
           MOVE 0 TO ROLE-EOF.
           PERFORM 002-READ-GRANT UNTIL ROLE-EOF = 1.
           CLOSE ROLEFILE.
           GOBACK.

       002-READ-GRANT.
           READ ROLEFILE
               AT END MOVE 1 TO ROLE-EOF
               NOT AT END
                  IF ROLE-RECORD(1:1) NOT = '*' AND
                      ROLE-USER = OPSROLE-USER THEN
                     PERFORM 003-MATCH-GRANT
                  END-IF
           END-READ.

      * An OPERATOR may do whatever a VIEWER may. A grant limited to
      * one target answers only for that target, or for the blank
      * target the console asks about.
       003-MATCH-GRANT.
           IF OPSROLE-ROLE NOT = '*ANY*' AND
               ROLE-NAME NOT = OPSROLE-ROLE AND
               NOT (OPSROLE-ROLE = 'VIEWER' AND
                    ROLE-NAME = 'OPERATOR') THEN
              EXIT PARAGRAPH
           END-IF.
           IF ROLE-TARGET = SPACES OR OPSROLE-TARGET = SPACES OR
               ROLE-TARGET = OPSROLE-TARGET THEN
              SET OPSROLE-GRANTED TO TRUE
              MOVE 1 TO ROLE-EOF
           END-IF.
