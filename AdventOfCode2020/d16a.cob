       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUTFILE ASSIGN TO WS-INPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTFILE ASSIGN TO WS-EXCEPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEANFILE ASSIGN TO WS-CLEAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPESFILE ASSIGN TO WS-DUPES-DSN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      * The validated feed: only tickets whose every field matched
      * some rule, with a trailer reconciling in/clean/rejected back
      * to the input, so downstream work reads validated data instead
      * of re-trusting the raw feed. Copied tickets stay on the feed
      * but carry a mark past the ticket text (blank for a ticket
      * with no copies): ORIGINAL for the first of a group of
      * identical tickets, CLONE for the later ones, YOURS for a copy
      * of our own ticket, with the group number where there is one,
      * so the decoder can choose whether to count them.
         FD CLEANFILE.
         01 CLEAN-RECORD PIC X(99).
         01 CLEAN-MARKED-RECORD.
           05 CLEAN-TICKET PIC X(80).
           05 CLEAN-MARK PIC X(8).
           05 FILLER PIC X.
           05 CLEAN-GROUP PIC 9(6).
           05 FILLER PIC X(4).

      * Groups of nearby tickets with identical values, and nearby
      * tickets identical to our own, each member with its input
      * line number, for revenue audit.
         FD DUPESFILE.
         01 DUPES-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
         01 WS-INPUT-DSN PIC X(64) VALUE 'd16.input'.
         01 WS-EXCEPT-DSN PIC X(64) VALUE 'D16AEXCEPT'.
         01 WS-CLEAN-DSN PIC X(64) VALUE 'D16ACLEAN'.
         01 WS-DUPES-DSN PIC X(64) VALUE 'D16ADUPES'.
         COPY ENVQ.
         01 WS-RESULT PIC 9(9) VALUE 0.
         01 WS-TICKET-NUM PIC 9(6) VALUE 0.
         01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
         01 WS-ROW PIC 9(3) OCCURS 20 TIMES.
         01 WS-VAL PIC 9(3).
         01 WS-VAL-CORRECT PIC 9.
         01 WS-LINE-NUM PIC 9(6) VALUE 0.
         01 WS-YOUR-LINE-SEEN PIC 9 VALUE 0.
         01 WS-YOUR-LINE PIC 9(6) VALUE 0.
         01 WS-YOUR-KEY PIC X(60) VALUE SPACES.
         01 WS-KEY PIC X(60) VALUE SPACES.
      * Every nearby ticket is held until the whole feed is read, as
      * the first of a group of copies only shows as one once its
      * copies have turned up. The key is the ticket's values in
      * fixed three-digit form, so "7,01" and "7,1" are the same.
         01 WS-TIX-COUNT PIC 9(4) VALUE 0.
         01 WS-TIX-TABLE.
           05 WS-TIX OCCURS 9999 TIMES.
             10 WS-TIX-KEY PIC X(60).
             10 WS-TIX-LINE PIC 9(6).
             10 WS-TIX-NUM PIC 9(6).
             10 WS-TIX-OK PIC 9.
             10 WS-TIX-GROUP PIC 9(6).
             10 WS-TIX-MARK PIC X(8).
             10 WS-TIX-TEXT PIC X(80).
         01 WS-GROUP-COUNT PIC 9(6) VALUE 0.
         01 WS-GROUP-SIZE PIC 9(4) VALUE 0.
         01 WS-CLONE-COUNT PIC 9(6) VALUE 0.
         01 WS-YOURS-COUNT PIC 9(6) VALUE 0.
         01 WS-MEMBER-STATE PIC X(8) VALUE SPACES.

       LOCAL-STORAGE SECTION.
         01 I UNSIGNED-INT VALUE 0.
         01 K UNSIGNED-INT VALUE 0.
         01 N UNSIGNED-INT VALUE 0.  
         01 STRING-PTR UNSIGNED-INT VALUE 1.
         01 G1 UNSIGNED-INT VALUE 0.
         01 G2 UNSIGNED-INT VALUE 0.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'd16.input' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-INPUT-DSN.
           MOVE 'D16AEXCEPT' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-EXCEPT-DSN.
           MOVE 'D16ACLEAN' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CLEAN-DSN.
           MOVE 'D16ADUPES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-DUPES-DSN.
           OPEN INPUT INPUTFILE.
           OPEN OUTPUT EXCEPTFILE.
           OPEN OUTPUT CLEANFILE.
           OPEN OUTPUT DUPESFILE.
           PERFORM 002-READ UNTIL FILE-STATUS = 1.
           CLOSE INPUTFILE.
           CLOSE EXCEPTFILE.
           PERFORM 010-GROUP-DUPLICATES.
           PERFORM 013-MATCH-YOUR-TICKET.
           PERFORM 015-WRITE-DUPES-TRAILER.
           CLOSE DUPESFILE.
           PERFORM 016-WRITE-CLEAN-FEED.
           PERFORM 009-WRITE-CLEAN-TRAILER.
           CLOSE CLEANFILE.
           DISPLAY WS-RESULT.
      * Shop convention: 0 clean, 4 completed-with-warnings, 8+
      * fatal. Invalid values went to D16AEXCEPT but the scan itself
      * finished, so that is a warning, not a failure; so are copied
      * tickets, which are reported and marked but not removed.
           IF WS-EXCEPTION-COUNT > 0 OR WS-CLONE-COUNT > 0
               OR WS-YOURS-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
            END-READ.

        003-PROCESS-RECORD.
            ADD 1 TO WS-LINE-NUM.
            IF REC-LEN = 0 THEN
                ADD 1 TO WS-SECTION
            ELSE            
            MOVE WS-TMP4 TO WS-MIN-2(N).
            MOVE WS-TMP5 TO WS-MAX-2(N).

      * The line after the "your ticket:" heading is our own ticket,
      * kept in key form to compare the nearby tickets against.
        005-PROCESS-RECORD-TYPE-2.
      *     DISPLAY 'Type 2 record: ' INPUTRECORD.
            IF INPUTRECORD(1:12) = 'your ticket:' THEN
                EXIT PARAGRAPH
            END-IF.
            IF WS-YOUR-LINE-SEEN = 1 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE 1 TO WS-YOUR-LINE-SEEN.
            MOVE WS-LINE-NUM TO WS-YOUR-LINE.
            MOVE 1 TO STRING-PTR.
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > N
              MOVE 0 TO WS-ROW(J)
              UNSTRING INPUTRECORD DELIMITED BY ',' INTO WS-ROW(J)
              WITH POINTER STRING-PTR
            END-PERFORM.
            PERFORM 012-BUILD-KEY.
            MOVE WS-KEY TO WS-YOUR-KEY.
            
        006-PROCESS-RECORD-TYPE-3.
           ADD 1 TO I.
           END-PERFORM.
           IF WS-TICKET-OK = 1 THEN
             ADD 1 TO WS-CLEAN-COUNT
           ELSE
             ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           IF WS-TIX-COUNT >= 9999 THEN
             DISPLAY 'TICKET TABLE FULL: MORE THAN 9999 NEARBY TICKETS'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WS-TIX-COUNT.
           PERFORM 012-BUILD-KEY.
           MOVE WS-KEY TO WS-TIX-KEY(WS-TIX-COUNT).
           MOVE WS-LINE-NUM TO WS-TIX-LINE(WS-TIX-COUNT).
           MOVE WS-TICKET-NUM TO WS-TIX-NUM(WS-TIX-COUNT).
           MOVE WS-TICKET-OK TO WS-TIX-OK(WS-TIX-COUNT).
           MOVE 0 TO WS-TIX-GROUP(WS-TIX-COUNT).
           MOVE SPACES TO WS-TIX-MARK(WS-TIX-COUNT).
           MOVE INPUTRECORD(1:80) TO WS-TIX-TEXT(WS-TIX-COUNT).

        007-CHECK-VAL.
            MOVE 0 TO WS-VAL-CORRECT.
                WS-REJECTED-COUNT DELIMITED BY SIZE
                INTO CLEAN-RECORD.
            WRITE CLEAN-RECORD.

      * Each ticket not already in a group is compared with every
      * later one; any match opens a group, numbered in order of its
      * first member. Rejected tickets are grouped too -- a copy is a
      * copy whether or not its values are in range -- but only
      * clean ones carry a mark on the clean feed.
        010-GROUP-DUPLICATES.
            PERFORM VARYING G1 FROM 1 BY 1 UNTIL G1 > WS-TIX-COUNT
                IF WS-TIX-GROUP(G1) = 0 THEN
                    PERFORM 011-COLLECT-GROUP
                END-IF
            END-PERFORM.

        011-COLLECT-GROUP.
            MOVE 1 TO WS-GROUP-SIZE.
            COMPUTE G2 = G1 + 1.
            PERFORM VARYING G2 FROM G2 BY 1 UNTIL G2 > WS-TIX-COUNT
                IF WS-TIX-GROUP(G2) = 0
                    AND WS-TIX-KEY(G2) = WS-TIX-KEY(G1) THEN
                    IF WS-GROUP-SIZE = 1 THEN
                        ADD 1 TO WS-GROUP-COUNT
                        MOVE WS-GROUP-COUNT TO WS-TIX-GROUP(G1)
                        MOVE 'ORIGINAL' TO WS-TIX-MARK(G1)
                    END-IF
                    ADD 1 TO WS-GROUP-SIZE
                    ADD 1 TO WS-CLONE-COUNT
                    MOVE WS-GROUP-COUNT TO WS-TIX-GROUP(G2)
                    MOVE 'CLONE' TO WS-TIX-MARK(G2)
                END-IF
            END-PERFORM.
            IF WS-GROUP-SIZE = 1 THEN
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO DUPES-RECORD.
            STRING 'DUPLICATE GROUP ' DELIMITED BY SIZE
                WS-GROUP-COUNT DELIMITED BY SIZE
                ' TICKETS ' DELIMITED BY SIZE
                WS-GROUP-SIZE DELIMITED BY SIZE
                ' VALUES ' DELIMITED BY SIZE
                WS-TIX-TEXT(G1) DELIMITED BY SPACE
                INTO DUPES-RECORD.
            WRITE DUPES-RECORD.
            PERFORM VARYING G2 FROM G1 BY 1 UNTIL G2 > WS-TIX-COUNT
                IF WS-TIX-GROUP(G2) = WS-GROUP-COUNT THEN
                    PERFORM 014-WRITE-MEMBER
                END-IF
            END-PERFORM.

        012-BUILD-KEY.
            MOVE SPACES TO WS-KEY.
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > N
                COMPUTE K = (J - 1) * 3 + 1
                MOVE WS-ROW(J) TO WS-KEY(K:3)
            END-PERFORM.

      * A nearby ticket carrying our own ticket's values is flagged
      * whether or not it is also in a group of nearby copies.
        013-MATCH-YOUR-TICKET.
            IF WS-YOUR-LINE-SEEN = 0 THEN
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING G2 FROM 1 BY 1 UNTIL G2 > WS-TIX-COUNT
                IF WS-TIX-KEY(G2) = WS-YOUR-KEY THEN
                    IF WS-YOURS-COUNT = 0 THEN
                        MOVE SPACES TO DUPES-RECORD
                        STRING 'MATCHES YOUR TICKET AT LINE '
                            DELIMITED BY SIZE
                            WS-YOUR-LINE DELIMITED BY SIZE
                            ' VALUES ' DELIMITED BY SIZE
                            WS-TIX-TEXT(G2) DELIMITED BY SPACE
                            INTO DUPES-RECORD
                        WRITE DUPES-RECORD
                    END-IF
                    ADD 1 TO WS-YOURS-COUNT
                    MOVE 'YOURS' TO WS-TIX-MARK(G2)
                    PERFORM 014-WRITE-MEMBER
                END-IF
            END-PERFORM.

        014-WRITE-MEMBER.
            IF WS-TIX-OK(G2) = 1 THEN
                MOVE 'CLEAN' TO WS-MEMBER-STATE
            ELSE
                MOVE 'REJECTED' TO WS-MEMBER-STATE
            END-IF.
            MOVE SPACES TO DUPES-RECORD.
            STRING '  NEARBY TICKET ' DELIMITED BY SIZE
                WS-TIX-NUM(G2) DELIMITED BY SIZE
                ' LINE ' DELIMITED BY SIZE
                WS-TIX-LINE(G2) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-MEMBER-STATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-TIX-MARK(G2) DELIMITED BY SIZE
                INTO DUPES-RECORD.
            WRITE DUPES-RECORD.

        015-WRITE-DUPES-TRAILER.
            MOVE SPACES TO DUPES-RECORD.
            STRING 'TRAILER GROUPS ' DELIMITED BY SIZE
                WS-GROUP-COUNT DELIMITED BY SIZE
                ' CLONES ' DELIMITED BY SIZE
                WS-CLONE-COUNT DELIMITED BY SIZE
                ' COPIES OF YOUR TICKET ' DELIMITED BY SIZE
                WS-YOURS-COUNT DELIMITED BY SIZE
                INTO DUPES-RECORD.
            WRITE DUPES-RECORD.

      * Clean tickets in input order, exactly as read, with the mark
      * alongside; a ticket with no copies is written unmarked.
        016-WRITE-CLEAN-FEED.
            PERFORM VARYING G1 FROM 1 BY 1 UNTIL G1 > WS-TIX-COUNT
                IF WS-TIX-OK(G1) = 1 THEN
                    MOVE SPACES TO CLEAN-RECORD
                    MOVE WS-TIX-TEXT(G1) TO CLEAN-TICKET
                    IF WS-TIX-MARK(G1) NOT = SPACES THEN
                        MOVE WS-TIX-MARK(G1) TO CLEAN-MARK
                        MOVE WS-TIX-GROUP(G1) TO CLEAN-GROUP
                    END-IF
                    WRITE CLEAN-RECORD
                END-IF
            END-PERFORM.
