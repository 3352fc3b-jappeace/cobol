      *> BATCH-STATUS-RECORD - one line per closed business date,
      *> appended by the day-close run. Status CLOSED means every
      *> chained job due that date (JOBDUE) reached COMPLETED or
      *> COMPLETED-WARN; FORCED means a supervisor closed the date
      *> with bstat-open-jobs jobs not complete.
           05 bstat-batch-date   pic x(8).
           05 bstat-status       pic x(10).
           05 bstat-close-time   pic x(26).
