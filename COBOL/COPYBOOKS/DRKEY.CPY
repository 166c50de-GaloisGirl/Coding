      * DRKEY.CPY
      * Parameters passed to DRKEY-01, record-at-a-time access to the
      * keyed datasets of the control estate for the disaster-recovery
      * export and import. The caller names the dataset (its cycle
      * suffix, if any, is ignored when the layout is chosen) and the
      * resolved dataset name; L(ookup) only answers whether the
      * dataset is one of the keyed ones, R(ead) opens it for a key
      * sequence pass and N(ext) returns each record, B(uild) makes a
      * fresh empty copy and W(rite) loads one record into it, and
      * C(lose) closes whichever is open.
       01 DRKEY-PARMS.
           05 DRKEY-FUNCTION PIC X.
               88 DRKEY-LOOKUP VALUE 'L'.
               88 DRKEY-OPEN-READ VALUE 'R'.
               88 DRKEY-READ-NEXT VALUE 'N'.
               88 DRKEY-OPEN-BUILD VALUE 'B'.
               88 DRKEY-WRITE VALUE 'W'.
               88 DRKEY-CLOSE VALUE 'C'.
           05 DRKEY-DATASET PIC X(44).
           05 DRKEY-DSN PIC X(64).
      * Y when the dataset is keyed, with its record length.
           05 DRKEY-KEYED PIC X.
           05 DRKEY-LENGTH PIC 9(4).
      * File status of the operation; "10" is the end of the file,
      * "22" a key the rebuild already holds.
           05 DRKEY-STATUS PIC X(2).
           05 DRKEY-DATA PIC X(1600).
