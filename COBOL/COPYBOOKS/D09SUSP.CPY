      * D09SUSP.CPY
      * Hand-off from the XMAS weakness scan (AOC-2020-09-1) to the
      * range finder (AOC-2020-09-2): the first feed value no pair in
      * its preamble window sums to, where it sits in the feed, and
      * the window it failed against. Written on every scan, with
      * SUS-FOUND 'N' on a clean feed, so the range finder never
      * picks up an earlier night's suspect.
       01 SUSPECT-RECORD.
           05 SUS-FOUND PIC X.
           05 SUS-VALUE PIC 9(15).
           05 SUS-POSITION PIC 9(8).
           05 SUS-PREAMBLE PIC 9(4).
           05 SUS-WINDOW-FIRST PIC 9(8).
           05 SUS-WINDOW-LAST PIC 9(8).
