       DATA DIVISION.
       FILE SECTION.
         FD RUNCATFILE.
         01 RUNCAT-RECORD PIC X(132).

      * The record layout must match what JOBCTL-01 writes.
         FD STEPSTATSFILE.
