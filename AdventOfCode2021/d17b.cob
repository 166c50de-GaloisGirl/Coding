       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAJFILE ASSIGN TO WS-TRAJ-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATFILE ASSIGN TO WS-CAT-DSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZONEFILE ASSIGN TO WS-ZONE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ZONE-STATUS.

       DATA DIVISION.

       FILE SECTION.
         FD TRAJFILE.
         01 TRAJ-RECORD PIC X(80).

      * Every valid launch option, sorted by peak height: when the
      * launch parameters are reviewed, this is the trade-off table,
         FD CATFILE.
         01 CAT-RECORD PIC X(80).

      * Named survey zones, one per line (layout at 011-READ-ZONE).
         FD ZONEFILE.
         01 ZONE-RECORD.
           05 ZR-NAME PIC X(12).
           05 FILLER PIC X.
           05 ZR-X1 PIC X(6).
           05 FILLER PIC X.
           05 ZR-X2 PIC X(6).
           05 FILLER PIC X.
           05 ZR-Y1 PIC X(6).
           05 FILLER PIC X.
           05 ZR-Y2 PIC X(6).
           05 FILLER PIC X(64).

       WORKING-STORAGE SECTION.
         01 WS-TRAJ-DSN PIC X(64) VALUE 'D17BTRAJ'.
         01 WS-CAT-DSN PIC X(64) VALUE 'D17BCATALOG'.
         01 WS-ZONE-DSN PIC X(64) VALUE 'D17BZONES'.
         COPY ENVQ.
         77 X1 PIC S9(6) VALUE 56.
         77 X2 PIC S9(6) VALUE 76.
         77 Y1 PIC S9(6) VALUE -162.
         01 WS-OPT-VX-DISP PIC -(6)9.
         01 WS-OPT-VY-DISP PIC -(6)9.
         01 WS-OPT-APEX-DISP PIC -(6)9.
      * The zones to survey, each with its reject reason (blank when
      * it is searched) and, once searched, its option count and its
      * tallest arc.
         01 WS-ZONES.
           05 WS-ZONE OCCURS 20 TIMES.
             10 ZN-NAME PIC X(12).
             10 ZN-X1 PIC S9(6).
             10 ZN-X2 PIC S9(6).
             10 ZN-Y1 PIC S9(6).
             10 ZN-Y2 PIC S9(6).
             10 ZN-REASON PIC X(40) VALUE SPACES.
             10 ZN-OPTIONS PIC S9(6) VALUE 0.
             10 ZN-APEX PIC S9(6) VALUE 0.
             10 ZN-VX PIC S9(6) VALUE 0.
             10 ZN-VY PIC S9(6) VALUE 0.
         77 WS-ZONE-COUNT PIC 9(2) VALUE 0.
         77 WS-ZONE-IDX PIC 9(2) VALUE 0.
         77 WS-MOST-IDX PIC 9(2) VALUE 0.
         77 WS-PEAK-IDX PIC 9(2) VALUE 0.
         77 WS-TOTAL-OPTIONS PIC 9(7) VALUE 0.
         77 WS-ZONE-WARN PIC X VALUE 'N'.
         77 ZONE-STATUS PIC X(2) VALUE SPACES.
         77 ZONE-EOF PIC 9 VALUE 0.
         01 WS-ZONE-HEAD PIC X(80) VALUE SPACES.
         01 WS-ZONE-X1-DISP PIC -(6)9.
         01 WS-ZONE-X2-DISP PIC -(6)9.
         01 WS-ZONE-Y1-DISP PIC -(6)9.
         01 WS-ZONE-Y2-DISP PIC -(6)9.
         01 WS-ZONE-OPT-DISP PIC Z(5)9.

       PROCEDURE DIVISION.
       001-MAIN.
           MOVE 'D17BTRAJ' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-TRAJ-DSN.
           MOVE 'D17BCATALOG' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-CAT-DSN.
           MOVE 'D17BZONES' TO ENVQ-DSNAME.
           CALL 'ENVQ-01' USING ENVQ-PARMS.
           MOVE ENVQ-DSNAME TO WS-ZONE-DSN.
           PERFORM 007-LOAD-ZONES.
           OPEN OUTPUT TRAJFILE.
           OPEN OUTPUT CATFILE.
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
               UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             IF ZN-REASON(WS-ZONE-IDX) = SPACES THEN
               PERFORM 008-SEARCH-ZONE
             ELSE
               PERFORM 009-WRITE-ZONE-REJECT
             END-IF
           END-PERFORM.
           PERFORM 010-WRITE-SUMMARY.
           CLOSE CATFILE.
           CLOSE TRAJFILE.
           DISPLAY WS-TOTAL-OPTIONS.
      * Shop convention: a rejected or dropped zone is RC 4 so the
      * survey list gets looked at.
           IF WS-ZONE-WARN = 'Y' THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       005-SAVE-OPTION.
      * target. The count stays the headline result.
       006-WRITE-CATALOG.
           SORT WS-OPTION ON DESCENDING KEY OPT-APEX.
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-OPT-COUNT
             MOVE OPT-VX(WS-RANK) TO WS-OPT-VX-DISP
               RESULT DELIMITED BY SIZE
               INTO CAT-RECORD.
           WRITE CAT-RECORD.

      * Keeps the highest-apex trajectory seen so far, so the exact
      * path that produces the part-2 answer's tallest arc can be
      * Writes out the best trajectory found, one line per step, in
      * the order the probe actually travelled it.
       004-WRITE-TRAJECTORY.
           MOVE WS-ZONE-HEAD TO TRAJ-RECORD.
           WRITE TRAJ-RECORD.
           IF WS-BEST-LEN = 0 THEN
             MOVE 'NO VALID LAUNCH OPTION' TO TRAJ-RECORD
             WRITE TRAJ-RECORD
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-BEST-VX TO WS-BEST-VX-DISP.
           MOVE WS-BEST-VY TO WS-BEST-VY-DISP.
           MOVE WS-BEST-MY TO WS-BEST-MY-DISP.
                 INTO TRAJ-RECORD
             WRITE TRAJ-RECORD
           END-PERFORM.
          
      * Loads the survey zones. A missing D17BZONES (status other
      * than "00") just means the standing target area, so the job
      * still runs as it always has.
       007-LOAD-ZONES.
           OPEN INPUT ZONEFILE.
           IF ZONE-STATUS = "00" THEN
             MOVE 0 TO ZONE-EOF
             PERFORM 011-READ-ZONE UNTIL ZONE-EOF = 1
             CLOSE ZONEFILE
             IF WS-ZONE-COUNT = 0 THEN
               DISPLAY 'NO TARGET ZONES IN D17BZONES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             CLOSE ZONEFILE
             MOVE 1 TO WS-ZONE-COUNT
             MOVE 'STANDING' TO ZN-NAME(1)
             MOVE 56 TO ZN-X1(1)
             MOVE 76 TO ZN-X2(1)
             MOVE -162 TO ZN-Y1(1)
             MOVE -134 TO ZN-Y2(1)
           END-IF.

      * One zone per line: name in columns 1-12, then X1, X2, Y1
      * and Y2 in columns 14-19, 21-26, 28-33 and 35-40. Lines
      * starting with '*' are comments. A zone that is inverted, is
      * not wholly below the launch point or lies outside the
      * velocities searched is kept with its reason and not searched.
       011-READ-ZONE.
           READ ZONEFILE
             AT END MOVE 1 TO ZONE-EOF
           END-READ.
           IF ZONE-EOF = 1 OR ZONE-RECORD = SPACES
               OR ZONE-RECORD(1:1) = '*' THEN
             EXIT PARAGRAPH
           END-IF.
           IF WS-ZONE-COUNT >= 20 THEN
             DISPLAY 'ZONE TABLE FULL, ZONE IGNORED: ' ZR-NAME
             MOVE 'Y' TO WS-ZONE-WARN
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ZONE-COUNT.
           MOVE WS-ZONE-COUNT TO WS-ZONE-IDX.
           MOVE ZR-NAME TO ZN-NAME(WS-ZONE-IDX).
           IF ZR-NAME = SPACES THEN
             STRING 'ZONE ' DELIMITED BY SIZE
                 WS-ZONE-IDX DELIMITED BY SIZE
                 INTO ZN-NAME(WS-ZONE-IDX)
           END-IF.
           IF FUNCTION TEST-NUMVAL(ZR-X1) NOT = 0
               OR FUNCTION TEST-NUMVAL(ZR-X2) NOT = 0
               OR FUNCTION TEST-NUMVAL(ZR-Y1) NOT = 0
               OR FUNCTION TEST-NUMVAL(ZR-Y2) NOT = 0 THEN
             MOVE 'Z01 COORDINATE NOT A NUMBER'
                 TO ZN-REASON(WS-ZONE-IDX)
             EXIT PARAGRAPH
           END-IF.
           COMPUTE ZN-X1(WS-ZONE-IDX) = FUNCTION NUMVAL(ZR-X1).
           COMPUTE ZN-X2(WS-ZONE-IDX) = FUNCTION NUMVAL(ZR-X2).
           COMPUTE ZN-Y1(WS-ZONE-IDX) = FUNCTION NUMVAL(ZR-Y1).
           COMPUTE ZN-Y2(WS-ZONE-IDX) = FUNCTION NUMVAL(ZR-Y2).
           IF ZN-X1(WS-ZONE-IDX) > ZN-X2(WS-ZONE-IDX)
               OR ZN-Y1(WS-ZONE-IDX) > ZN-Y2(WS-ZONE-IDX) THEN
             MOVE 'Z02 COORDINATES INVERTED'
                 TO ZN-REASON(WS-ZONE-IDX)
             EXIT PARAGRAPH
           END-IF.
           IF ZN-Y2(WS-ZONE-IDX) >= 0 THEN
             MOVE 'Z03 ZONE NOT BELOW THE LAUNCH POINT'
                 TO ZN-REASON(WS-ZONE-IDX)
             EXIT PARAGRAPH
           END-IF.
      * Velocities from -400 to 400 are searched: a zone further out
      * than that could not be fairly compared.
           IF ZN-X1(WS-ZONE-IDX) < -400 OR ZN-X2(WS-ZONE-IDX) > 400
               OR ZN-Y1(WS-ZONE-IDX) < -400 THEN
             MOVE 'Z04 ZONE OUTSIDE THE SEARCHED VELOCITIES'
                 TO ZN-REASON(WS-ZONE-IDX)
           END-IF.

      * Runs the launch search for one zone and writes its catalog
      * and best-trajectory sections.
       008-SEARCH-ZONE.
           MOVE ZN-X1(WS-ZONE-IDX) TO X1.
           MOVE ZN-X2(WS-ZONE-IDX) TO X2.
           MOVE ZN-Y1(WS-ZONE-IDX) TO Y1.
           MOVE ZN-Y2(WS-ZONE-IDX) TO Y2.
           MOVE 0 TO RESULT.
           MOVE 0 TO WS-OPT-COUNT.
           MOVE 0 TO WS-BEST-LEN.
           MOVE -999999 TO WS-BEST-MY.
           MOVE 0 TO WS-BEST-VX.
           MOVE 0 TO WS-BEST-VY.
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 10000
             MOVE -999999 TO OPT-APEX(WS-RANK)
           END-PERFORM.
           PERFORM 012-ZONE-HEADING.
           MOVE WS-ZONE-HEAD TO CAT-RECORD.
           WRITE CAT-RECORD.
           PERFORM VARYING I FROM -400 BY 1 UNTIL I > 400
             PERFORM VARYING J FROM -400 BY 1 UNTIL J > 400
               MOVE 0 TO T
               MOVE 0 TO K
               MOVE I TO VX
               MOVE J TO VY
               MOVE 0 TO X
               MOVE 0 TO Y
               MOVE 0 TO MY
               PERFORM 002-STEP UNTIL T = 1 OR K = 1000
      * The option is cataloged before 003-SAVE-BEST, which reuses
      * K and would clobber the step count.
               IF T = 1 THEN
                 ADD 1 TO RESULT
                 PERFORM 005-SAVE-OPTION
                 PERFORM 003-SAVE-BEST
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM 004-WRITE-TRAJECTORY.
           PERFORM 006-WRITE-CATALOG.
           MOVE RESULT TO ZN-OPTIONS(WS-ZONE-IDX).
           MOVE WS-BEST-MY TO ZN-APEX(WS-ZONE-IDX).
           MOVE WS-BEST-VX TO ZN-VX(WS-ZONE-IDX).
           MOVE WS-BEST-VY TO ZN-VY(WS-ZONE-IDX).
           ADD RESULT TO WS-TOTAL-OPTIONS.
           DISPLAY 'ZONE ' ZN-NAME(WS-ZONE-IDX) ' OPTIONS ' RESULT.

      * Builds the zone's heading line: its name and target area.
       012-ZONE-HEADING.
           MOVE ZN-X1(WS-ZONE-IDX) TO WS-ZONE-X1-DISP.
           MOVE ZN-X2(WS-ZONE-IDX) TO WS-ZONE-X2-DISP.
           MOVE ZN-Y1(WS-ZONE-IDX) TO WS-ZONE-Y1-DISP.
           MOVE ZN-Y2(WS-ZONE-IDX) TO WS-ZONE-Y2-DISP.
           MOVE SPACES TO WS-ZONE-HEAD.
           STRING 'ZONE ' DELIMITED BY SIZE
               ZN-NAME(WS-ZONE-IDX) DELIMITED BY SIZE
               ' X=' DELIMITED BY SIZE
               WS-ZONE-X1-DISP DELIMITED BY SIZE
               '..' DELIMITED BY SIZE
               WS-ZONE-X2-DISP DELIMITED BY SIZE
               ' Y=' DELIMITED BY SIZE
               WS-ZONE-Y1-DISP DELIMITED BY SIZE
               '..' DELIMITED BY SIZE
               WS-ZONE-Y2-DISP DELIMITED BY SIZE
               INTO WS-ZONE-HEAD.

      * A rejected zone still gets its section in the catalog, with
      * the reason in place of the options.
       009-WRITE-ZONE-REJECT.
           MOVE 'Y' TO WS-ZONE-WARN.
           MOVE SPACES TO CAT-RECORD.
           STRING 'ZONE ' DELIMITED BY SIZE
               ZN-NAME(WS-ZONE-IDX) DELIMITED BY SIZE
               ' REJECTED ' DELIMITED BY SIZE
               ZN-REASON(WS-ZONE-IDX) DELIMITED BY SIZE
               INTO CAT-RECORD.
           WRITE CAT-RECORD.
           DISPLAY 'ZONE ' ZN-NAME(WS-ZONE-IDX) ' REJECTED '
               ZN-REASON(WS-ZONE-IDX).

      * Ends the catalog with every zone side by side on option count
      * and peak height, and names the zone leading on each.
       010-WRITE-SUMMARY.
           MOVE SPACES TO CAT-RECORD.
           MOVE 'ZONE SUMMARY' TO CAT-RECORD.
           WRITE CAT-RECORD.
           MOVE 0 TO WS-MOST-IDX.
           MOVE 0 TO WS-PEAK-IDX.
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
               UNTIL WS-ZONE-IDX > WS-ZONE-COUNT
             MOVE SPACES TO CAT-RECORD
             IF ZN-REASON(WS-ZONE-IDX) NOT = SPACES THEN
               STRING ZN-NAME(WS-ZONE-IDX) DELIMITED BY SIZE
                   ' REJECTED' DELIMITED BY SIZE
                   INTO CAT-RECORD
             ELSE
               IF ZN-OPTIONS(WS-ZONE-IDX) = 0 THEN
                 STRING ZN-NAME(WS-ZONE-IDX) DELIMITED BY SIZE
                     ' OPTIONS      0 PEAK    NONE' DELIMITED BY SIZE
                     INTO CAT-RECORD
               ELSE
                 MOVE ZN-OPTIONS(WS-ZONE-IDX) TO WS-ZONE-OPT-DISP
                 MOVE ZN-APEX(WS-ZONE-IDX) TO WS-OPT-APEX-DISP
                 MOVE ZN-VX(WS-ZONE-IDX) TO WS-OPT-VX-DISP
                 MOVE ZN-VY(WS-ZONE-IDX) TO WS-OPT-VY-DISP
                 STRING ZN-NAME(WS-ZONE-IDX) DELIMITED BY SIZE
                     ' OPTIONS ' DELIMITED BY SIZE
                     WS-ZONE-OPT-DISP DELIMITED BY SIZE
                     ' PEAK ' DELIMITED BY SIZE
                     WS-OPT-APEX-DISP DELIMITED BY SIZE
                     ' VX=' DELIMITED BY SIZE
                     WS-OPT-VX-DISP DELIMITED BY SIZE
                     ' VY=' DELIMITED BY SIZE
                     WS-OPT-VY-DISP DELIMITED BY SIZE
                     INTO CAT-RECORD
                 IF WS-MOST-IDX = 0 THEN
                   MOVE WS-ZONE-IDX TO WS-MOST-IDX
                 ELSE
                   IF ZN-OPTIONS(WS-ZONE-IDX) > ZN-OPTIONS(WS-MOST-IDX)
                       THEN
                     MOVE WS-ZONE-IDX TO WS-MOST-IDX
                   END-IF
                 END-IF
                 IF WS-PEAK-IDX = 0 THEN
                   MOVE WS-ZONE-IDX TO WS-PEAK-IDX
                 ELSE
                   IF ZN-APEX(WS-ZONE-IDX) > ZN-APEX(WS-PEAK-IDX) THEN
                     MOVE WS-ZONE-IDX TO WS-PEAK-IDX
                   END-IF
                 END-IF
               END-IF
             END-IF
             WRITE CAT-RECORD
           END-PERFORM.
           IF WS-MOST-IDX > 0 THEN
             MOVE SPACES TO CAT-RECORD
             STRING 'MOST OPTIONS: ' DELIMITED BY SIZE
                 ZN-NAME(WS-MOST-IDX) DELIMITED BY SIZE
                 INTO CAT-RECORD
             WRITE CAT-RECORD
             MOVE SPACES TO CAT-RECORD
             STRING 'HIGHEST PEAK: ' DELIMITED BY SIZE
                 ZN-NAME(WS-PEAK-IDX) DELIMITED BY SIZE
                 INTO CAT-RECORD
             WRITE CAT-RECORD
           ELSE
             MOVE 'NO ZONE HAS A VALID LAUNCH OPTION' TO CAT-RECORD
             WRITE CAT-RECORD
           END-IF.

      * On each step, these changes occur in the following order:
      * the probe's x position increases by vx   
      * the probe's y position increases by vy
