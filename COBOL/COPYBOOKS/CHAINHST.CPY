      * CHAINHST.CPY
      * Permanent chain history, kept in the keyed CHAINHIST file
      * that JOBSTATE's nightly clear-down never touches. JOBCTL-01
      * adds one record for every step outcome it writes to JOBSTATE
      * -- run, carried over, held, skipped or deferred -- and one
      * *CHAIN* record when the run closes, so a run that died part
      * way shows up as step records with no *CHAIN* beside them.
      * The key puts each run's records together, the *CHAIN* record
      * first, and the runs of a night in the order they started;
      * RELRPT-01 reads it to grade each step's reliability.
       01 CHAINHIST-RECORD.
           05 CHAINHIST-KEY.
             10 CHAINHIST-RUN-DATE PIC X(8).
             10 CHAINHIST-CYCLE PIC X.
      * When this run of the chain started; a resumed night has one
      * set of records per run.
             10 CHAINHIST-RUN-START PIC X(14).
             10 CHAINHIST-STEP PIC X(24).
           05 CHAINHIST-PROGRAM PIC X(14).
      * The JOBSTATE status (OK, WARNINGS, FAILED, HELD, SKIPPED,
      * DEFERRED; COMPLETE or FAILED on *CHAIN*), or CARRIED for a
      * step a resumed run took over as already done.
           05 CHAINHIST-STATUS PIC X(10).
           05 CHAINHIST-START PIC X(14).
           05 CHAINHIST-END PIC X(14).
           05 CHAINHIST-RC PIC 9(4).
      * Y when the run this record belongs to resumed a night the
      * run before it left unfinished.
           05 CHAINHIST-RESUMED PIC X.
      * CALLs made for the step (zero for one that did not run) and
      * the return code of each attempt that failed.
           05 CHAINHIST-ATTEMPTS PIC 9(2).
           05 CHAINHIST-ATTEMPT-RC PIC 9(4) OCCURS 10 TIMES.
