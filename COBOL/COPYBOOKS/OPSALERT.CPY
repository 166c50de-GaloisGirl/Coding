      * dataset or program, and the message. The timestamp is
      * stamped by OPSALRT-01 itself so the pager bridge reads one
      * fixed shape instead of scraping four report layouts.
      * Whether the alert is new, acknowledged or suppressed is
      * OPSALRT-01's to decide from ALERTACK and ALERTSUPP.
      * So is the team and on-call person it is routed to (through
      * ONCALL-01) and the PAGE it queues in NOTIFYQ.
       01 ALERT-PARMS.
           05 ALERT-SEVERITY PIC X.
           05 ALERT-PROGRAM PIC X(14).
