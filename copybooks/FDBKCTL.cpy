      *> scheduler feedback file: the first record carries tag HDR
      *> with the scheduler run date, the last carries tag TRL with
      *> the detail record count, verified before any matching.
      *> The upstream transaction feed (TXNIMPT) uses the same framing.
           05 fctl-tag          pic x(3).
           05 fctl-run-date     pic x(8).
           05 fctl-record-count pic 9(6).
