      * CHKSUM.CPY
      * Parameters passed to CHKSUM-01, the shared content checksum.
      * The caller I(nitialises) the parameters once per dataset and
      * then A(dds) every record in turn; CHKSUM-VALUE always holds
      * the checksum of what has been added so far. A record counts
      * as its text up to the last non-blank plus a line end, which
      * is exactly how a line sequential dataset holds it, so the
      * value equals an Adler-32 taken over the file's bytes on any
      * other platform and a copy matches its original whatever
      * record length either side was read with.
       01 CHKSUM-PARMS.
           05 CHKSUM-FUNCTION PIC X.
               88 CHKSUM-INIT VALUE 'I'.
               88 CHKSUM-ADD VALUE 'A'.
      * The record, and how much of it to consider.
           05 CHKSUM-LENGTH PIC 9(4).
           05 CHKSUM-DATA PIC X(1600).
      * The two running sums and the 32-bit checksum they make.
           05 CHKSUM-SUM-A PIC 9(6).
           05 CHKSUM-SUM-B PIC 9(6).
           05 CHKSUM-VALUE PIC 9(10).
