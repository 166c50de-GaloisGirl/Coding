      * PROCDATE.CPY
      * Parameters passed to PROCDATE-01, the shared business
      * processing date: the night a run belongs to, as opposed to
      * the day the wall clock happens to show when it stamps. Every
      * date stamper asks for it with G(et); JOBCTL-01 O(pens) the
      * night at chain start and C(loses) it once the chain has
      * finished without failures. R(ead) gives the night of the
      * cycle passed in PROCDATE-CYCLE from that cycle's own record,
      * for JOBCTL-01 to find its own cycle's night left open.
      *
      * A processing day can hold more than one chain cycle (the
      * night run, an afternoon intra-day run); the cycle number
      * is part of the run identity. Q(ualify) turns a dataset
      * name the cycle owns (JOBSTATE, STEPSTATS, RESULTLEDGER,
      * GENCAT, RUNCAT and their generations) into that cycle's
      * name: cycle 1 keeps the plain name, cycle 2 gets a .C2
      * suffix, so each cycle keeps its own state and history.
      *   Sources: CHAIN    - set by JOBCTL-01 for tonight's chain
      *            OPERATOR - typed in by an operator for a rerun
      *            CLOCK    - no night open, the system date is used
       01 PROCDATE-PARMS.
           05 PROCDATE-FUNCTION PIC X.
               88 PROCDATE-GET VALUE 'G'.
               88 PROCDATE-OPEN-NIGHT VALUE 'O'.
               88 PROCDATE-CLOSE-NIGHT VALUE 'C'.
               88 PROCDATE-QUALIFY VALUE 'Q'.
               88 PROCDATE-GET-CYCLE VALUE 'R'.
           05 PROCDATE-DATE PIC X(8).
           05 PROCDATE-SOURCE PIC X(8).
           05 PROCDATE-CYCLE PIC 9.
           05 PROCDATE-DSNAME PIC X(64).
