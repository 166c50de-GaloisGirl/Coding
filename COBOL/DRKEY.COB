       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRKEY-01.
       AUTHOR. ANNA KOSIERADZKA.

      * Keyed dataset access for the disaster-recovery export and
      * import. A keyed file can only be opened through a description
      * of its key, so every keyed dataset of the control estate is
      * declared here once -- the chain state, the step timings, the
      * result ledger, the chain history, the incident register, the
      * dashboard history, the run pulses and the exception history
      * -- and DREXP-01 and DRIMP-01 move its records as plain text.
      * A new keyed control dataset needs a SELECT and an FD here
      * before it can travel in the bundle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSTATEFILE ASSIGN TO WS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOBSTATE-KEY
           FILE STATUS IS DR-STATUS.
           SELECT STEPSTATSFILE ASSIGN TO WS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STEPSTATS-KEY
           FILE STATUS IS DR-STATUS.
           SELECT LEDGERFILE ASSIGN TO WS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDGER-KEY
           FILE STATUS IS DR-STATUS.
           SELECT CHAINHISTFILE ASSIGN TO WS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHAINHIST-KEY
           FILE STATUS IS DR-STATUS.
           SELECT INCFILE ASSIGN TO WS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-NUMBER
           FILE STATUS IS DR-STATUS.
           SELECT OPSHISTFILE ASSIGN TO WS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPSHIST-KEY
           FILE STATUS IS DR-STATUS.
           SELECT PULSEFILE ASSIGN TO WS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PULSE-KEY
           FILE STATUS IS DR-STATUS.
           SELECT EXCHISTFILE ASSIGN TO WS-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXCHIST-KEY
           FILE STATUS IS DR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Only the keys matter here; each record is moved whole. The
      * lengths must match what the owning programs write.
      * JOBSTATE, written by JOBCTL-01.
         FD JOBSTATEFILE.
         01 JOBSTATE-RECORD.
           05 JOBSTATE-KEY PIC X(24).
           05 FILLER PIC X(56).

      * STEPSTATS, written by JOBCTL-01.
         FD STEPSTATSFILE.
         01 STEPSTATS-RECORD.
           05 STEPSTATS-KEY PIC X(32).
           05 FILLER PIC X(6).

      * RESULTLEDGER, written by LEDGER-01.
         FD LEDGERFILE.
         01 LEDGER-RECORD.
           05 LEDGER-KEY PIC X(22).
           05 FILLER PIC X(38).

         FD CHAINHISTFILE.
         COPY CHAINHST.

         FD INCFILE.
         COPY INCREC.

      * OPSHIST, written by OPSDASH-01.
         FD OPSHISTFILE.
         01 OPSHIST-RECORD.
           05 OPSHIST-KEY PIC X(8).
           05 FILLER PIC X(24).

      * RUNPULSE, written by HEARTBT-01.
         FD PULSEFILE.
         01 PULSE-RECORD.
           05 PULSE-KEY PIC X(14).
           05 FILLER PIC X(43).

      * EXCHIST, written by EXCDIG-01.
         FD EXCHISTFILE.
         01 EXCHIST-RECORD.
           05 EXCHIST-KEY PIC X(74).
           05 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
         01 DR-STATUS PIC X(2) VALUE SPACES.
         01 WS-DSN PIC X(64) VALUE SPACES.
         01 WS-BASE-NAME PIC X(44) VALUE SPACES.
      * Which of the keyed datasets the call is about, 0 for none.
         01 WS-KIND PIC 9 VALUE 0.

       LINKAGE SECTION.
         COPY DRKEY.

       PROCEDURE DIVISION USING DRKEY-PARMS.
       001-MAIN.
           PERFORM 002-CHOOSE-LAYOUT.
           MOVE "00" TO DRKEY-STATUS.
           IF WS-KIND = 0 THEN
              MOVE 'N' TO DRKEY-KEYED
              MOVE 0 TO DRKEY-LENGTH
              IF NOT DRKEY-LOOKUP THEN
                 MOVE "30" TO DRKEY-STATUS
              END-IF
              GOBACK
           END-IF.
           MOVE 'Y' TO DRKEY-KEYED.
           EVALUATE TRUE
            WHEN DRKEY-OPEN-READ
              MOVE DRKEY-DSN TO WS-DSN
              PERFORM 003-OPEN-READ
            WHEN DRKEY-READ-NEXT
              PERFORM 004-READ-NEXT
            WHEN DRKEY-OPEN-BUILD
              MOVE DRKEY-DSN TO WS-DSN
              PERFORM 005-OPEN-BUILD
            WHEN DRKEY-WRITE
              PERFORM 006-WRITE-RECORD
            WHEN DRKEY-CLOSE
              PERFORM 007-CLOSE-FILE
           END-EVALUATE.
           IF NOT DRKEY-LOOKUP THEN
              MOVE DR-STATUS TO DRKEY-STATUS
           END-IF.
           GOBACK.

      * The layout goes by the dataset name without its cycle suffix:
      * RESULTLEDGER.C2 is laid out as RESULTLEDGER.
       002-CHOOSE-LAYOUT.
           MOVE SPACES TO WS-BASE-NAME.
           UNSTRING DRKEY-DATASET DELIMITED BY '.'
               INTO WS-BASE-NAME.
           MOVE 0 TO WS-KIND.
           EVALUATE WS-BASE-NAME
            WHEN 'JOBSTATE'
              MOVE 1 TO WS-KIND
              MOVE 80 TO DRKEY-LENGTH
            WHEN 'STEPSTATS'
              MOVE 2 TO WS-KIND
              MOVE 38 TO DRKEY-LENGTH
            WHEN 'RESULTLEDGER'
              MOVE 3 TO WS-KIND
              MOVE 60 TO DRKEY-LENGTH
            WHEN 'CHAINHIST'
              MOVE 4 TO WS-KIND
              MOVE 150 TO DRKEY-LENGTH
            WHEN 'INCIDENTS'
              MOVE 5 TO WS-KIND
              MOVE 1595 TO DRKEY-LENGTH
            WHEN 'OPSHIST'
              MOVE 6 TO WS-KIND
              MOVE 32 TO DRKEY-LENGTH
            WHEN 'RUNPULSE'
              MOVE 7 TO WS-KIND
              MOVE 57 TO DRKEY-LENGTH
            WHEN 'EXCHIST'
              MOVE 8 TO WS-KIND
              MOVE 94 TO DRKEY-LENGTH
           END-EVALUATE.

       003-OPEN-READ.
           EVALUATE WS-KIND
            WHEN 1 OPEN INPUT JOBSTATEFILE
            WHEN 2 OPEN INPUT STEPSTATSFILE
            WHEN 3 OPEN INPUT LEDGERFILE
            WHEN 4 OPEN INPUT CHAINHISTFILE
            WHEN 5 OPEN INPUT INCFILE
            WHEN 6 OPEN INPUT OPSHISTFILE
            WHEN 7 OPEN INPUT PULSEFILE
            WHEN 8 OPEN INPUT EXCHISTFILE
           END-EVALUATE.

       004-READ-NEXT.
           MOVE SPACES TO DRKEY-DATA.
           EVALUATE WS-KIND
            WHEN 1
              READ JOBSTATEFILE NEXT RECORD
                 NOT AT END MOVE JOBSTATE-RECORD TO DRKEY-DATA
              END-READ
            WHEN 2
              READ STEPSTATSFILE NEXT RECORD
                 NOT AT END MOVE STEPSTATS-RECORD TO DRKEY-DATA
              END-READ
            WHEN 3
              READ LEDGERFILE NEXT RECORD
                 NOT AT END MOVE LEDGER-RECORD TO DRKEY-DATA
              END-READ
            WHEN 4
              READ CHAINHISTFILE NEXT RECORD
                 NOT AT END MOVE CHAINHIST-RECORD TO DRKEY-DATA
              END-READ
            WHEN 5
              READ INCFILE NEXT RECORD
                 NOT AT END MOVE INCIDENT-RECORD TO DRKEY-DATA
              END-READ
            WHEN 6
              READ OPSHISTFILE NEXT RECORD
                 NOT AT END MOVE OPSHIST-RECORD TO DRKEY-DATA
              END-READ
            WHEN 7
              READ PULSEFILE NEXT RECORD
                 NOT AT END MOVE PULSE-RECORD TO DRKEY-DATA
              END-READ
            WHEN 8
              READ EXCHISTFILE NEXT RECORD
                 NOT AT END MOVE EXCHIST-RECORD TO DRKEY-DATA
              END-READ
           END-EVALUATE.

      * A fresh, empty copy is made and reopened for loading; what
      * was on the target before is gone, as with LEDGUTIL-01's
      * RELOAD.
       005-OPEN-BUILD.
           EVALUATE WS-KIND
            WHEN 1
              OPEN OUTPUT JOBSTATEFILE
              CLOSE JOBSTATEFILE
              OPEN I-O JOBSTATEFILE
            WHEN 2
              OPEN OUTPUT STEPSTATSFILE
              CLOSE STEPSTATSFILE
              OPEN I-O STEPSTATSFILE
            WHEN 3
              OPEN OUTPUT LEDGERFILE
              CLOSE LEDGERFILE
              OPEN I-O LEDGERFILE
            WHEN 4
              OPEN OUTPUT CHAINHISTFILE
              CLOSE CHAINHISTFILE
              OPEN I-O CHAINHISTFILE
            WHEN 5
              OPEN OUTPUT INCFILE
              CLOSE INCFILE
              OPEN I-O INCFILE
            WHEN 6
              OPEN OUTPUT OPSHISTFILE
              CLOSE OPSHISTFILE
              OPEN I-O OPSHISTFILE
            WHEN 7
              OPEN OUTPUT PULSEFILE
              CLOSE PULSEFILE
              OPEN I-O PULSEFILE
            WHEN 8
              OPEN OUTPUT EXCHISTFILE
              CLOSE EXCHISTFILE
              OPEN I-O EXCHISTFILE
           END-EVALUATE.

       006-WRITE-RECORD.
           EVALUATE WS-KIND
            WHEN 1
              MOVE DRKEY-DATA TO JOBSTATE-RECORD
              WRITE JOBSTATE-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
            WHEN 2
              MOVE DRKEY-DATA TO STEPSTATS-RECORD
              WRITE STEPSTATS-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
            WHEN 3
              MOVE DRKEY-DATA TO LEDGER-RECORD
              WRITE LEDGER-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
            WHEN 4
              MOVE DRKEY-DATA TO CHAINHIST-RECORD
              WRITE CHAINHIST-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
            WHEN 5
              MOVE DRKEY-DATA TO INCIDENT-RECORD
              WRITE INCIDENT-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
            WHEN 6
              MOVE DRKEY-DATA TO OPSHIST-RECORD
              WRITE OPSHIST-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
            WHEN 7
              MOVE DRKEY-DATA TO PULSE-RECORD
              WRITE PULSE-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
            WHEN 8
              MOVE DRKEY-DATA TO EXCHIST-RECORD
              WRITE EXCHIST-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
           END-EVALUATE.

       007-CLOSE-FILE.
           EVALUATE WS-KIND
            WHEN 1 CLOSE JOBSTATEFILE
            WHEN 2 CLOSE STEPSTATSFILE
            WHEN 3 CLOSE LEDGERFILE
            WHEN 4 CLOSE CHAINHISTFILE
            WHEN 5 CLOSE INCFILE
            WHEN 6 CLOSE OPSHISTFILE
            WHEN 7 CLOSE PULSEFILE
            WHEN 8 CLOSE EXCHISTFILE
           END-EVALUATE.
