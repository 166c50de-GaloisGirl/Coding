      * D09CASE.CPY
      * XMAS fraud case, one per invalid value, kept in the keyed
      * D09CASES file by the range finder (AOC-2020-09-2). The case
      * carries where the value last turned up in the feed, the
      * preamble window it failed against, and every contiguous
      * range of the feed summing to it with that range's weakness
      * (smallest plus largest member). A value that turns up again
      * on a later night is the same case: its night count and
      * last-seen date move on instead of a second case opening.
       01 CASE-RECORD.
           05 FC-VALUE PIC 9(15).
           05 FC-STATUS PIC X(6).
             88 FC-OPEN VALUE 'OPEN'.
             88 FC-CLOSED VALUE 'CLOSED'.
           05 FC-OPENED PIC X(8).
           05 FC-LAST-SEEN PIC X(8).
           05 FC-NIGHTS PIC 9(4).
           05 FC-POSITION PIC 9(8).
           05 FC-PREAMBLE PIC 9(4).
           05 FC-WINDOW-FIRST PIC 9(8).
           05 FC-WINDOW-LAST PIC 9(8).
           05 FC-RANGE-COUNT PIC 9(2).
           05 FC-RANGE OCCURS 20 TIMES.
             10 FC-RANGE-START PIC 9(8).
             10 FC-RANGE-END PIC 9(8).
             10 FC-RANGE-MIN PIC 9(16).
             10 FC-RANGE-MAX PIC 9(16).
             10 FC-RANGE-WEAKNESS PIC 9(16).
