      * LINEAGE.CPY
      * Parameters passed to LINEAGE-01, the data lineage register
      * writer JOBCTL-01 calls as each chain step completes: the step
      * as the lineup names it, the program it ran and its final
      * return code. The run date and cycle come from PROCDATE-01;
      * what the step read and wrote is LINEAGE-01's to look up.
       01 LINEAGE-PARMS.
           05 LINEAGE-STEP-NAME PIC X(24).
           05 LINEAGE-PROGRAM PIC X(14).
           05 LINEAGE-RC PIC 9(4).
