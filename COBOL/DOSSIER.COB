         01 JOBLOG-RECORD PIC X(100).

         FD RUNCATFILE.
         01 RUNCAT-RECORD PIC X(132).

         FD AUDITFILE.
         01 AUDIT-RECORD PIC X(200).
           05 GENCAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 GENCAT-GEN-DATE PIC X(8).
           05 FILLER PIC X(11).

         FD DIGESTFILE.
         01 DIGEST-RECORD PIC X(250).
