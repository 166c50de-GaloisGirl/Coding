           05 CAT-REPORT-NAME PIC X(12).
           05 FILLER PIC X.
           05 CAT-GEN-DATE PIC X(8).
           05 FILLER PIC X(11).

         FD GENFILE.
         01 GEN-RECORD PIC X(200).
