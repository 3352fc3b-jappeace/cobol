      *> TRANSACTION-FEED-RECORD - one detail line of the upstream
      *> planning feed data/txn-feed.dat, one day's run parameters,
      *> framed by FDBKCTL HDR/TRL records and loaded by TXNIMPT.
           05 feed-batch-date    pic x(8).
           05 feed-run-type      pic x(10).
           05 feed-operator-id   pic x(8).
