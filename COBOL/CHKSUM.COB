       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSUM-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Shared content checksum. A record count proves nothing was
      * lost; it does not prove nothing was changed. Copies of the
      * control estate, archives and report generations carry this
      * checksum beside their count so the side that reads them back
      * can tell a faithful copy from a damaged one.
      *
      * The checksum is Adler-32: two sums modulo 65521, one of the
      * bytes and one of the running first sum, folded into a single
      * 32-bit value. Trailing blanks are not part of a record (a line
      * sequential write drops them); each record ends with a line
      * feed, as it does on disk.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 WS-MODULUS PIC 9(5) VALUE 65521.
         01 WS-TEXT-LEN PIC 9(4) VALUE 0.
         01 WS-POS PIC 9(4) VALUE 0.
         01 WS-BYTE PIC 9(3) VALUE 0.
         01 WS-LINE-FEED PIC 9(3) VALUE 10.

       LINKAGE SECTION.
         COPY CHKSUM.

       PROCEDURE DIVISION USING CHKSUM-PARMS.
       001-MAIN.
           IF CHKSUM-INIT THEN
              MOVE 1 TO CHKSUM-SUM-A
              MOVE 0 TO CHKSUM-SUM-B
              PERFORM 003-FOLD-VALUE
              GOBACK
           END-IF.
           PERFORM 002-FIND-TEXT-LENGTH.
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TEXT-LEN
              COMPUTE WS-BYTE =
                  FUNCTION ORD(CHKSUM-DATA(WS-POS:1)) - 1
              PERFORM 004-ADD-BYTE
           END-PERFORM.
           MOVE WS-LINE-FEED TO WS-BYTE.
           PERFORM 004-ADD-BYTE.
           PERFORM 003-FOLD-VALUE.
           GOBACK.

      * The record text runs to its last non-blank character; a
      * length over the parameter area is held to the area.
       002-FIND-TEXT-LENGTH.
           IF CHKSUM-LENGTH IS NOT NUMERIC OR CHKSUM-LENGTH = 0 OR
               CHKSUM-LENGTH > 1600 THEN
              MOVE 1600 TO CHKSUM-LENGTH
           END-IF.
           PERFORM VARYING WS-TEXT-LEN FROM CHKSUM-LENGTH BY -1
               UNTIL WS-TEXT-LEN = 0
              IF CHKSUM-DATA(WS-TEXT-LEN:1) NOT = SPACE THEN
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

       003-FOLD-VALUE.
           COMPUTE CHKSUM-VALUE = CHKSUM-SUM-B * 65536 + CHKSUM-SUM-A.

       004-ADD-BYTE.
           ADD WS-BYTE TO CHKSUM-SUM-A.
           IF CHKSUM-SUM-A NOT < WS-MODULUS THEN
              SUBTRACT WS-MODULUS FROM CHKSUM-SUM-A
           END-IF.
           ADD CHKSUM-SUM-A TO CHKSUM-SUM-B.
           IF CHKSUM-SUM-B NOT < WS-MODULUS THEN
              SUBTRACT WS-MODULUS FROM CHKSUM-SUM-B
           END-IF.
