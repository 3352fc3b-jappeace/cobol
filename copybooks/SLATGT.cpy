      *> SLA-TARGET-RECORD - one line per job code. A run breaches its
      *> SLA when it takes longer than sla-max-minutes (0 = no limit)
      *> or ends after sla-end-by-time on the batch date plus
      *> sla-end-by-days (time spaces = no end-by deadline).
           05 sla-job-code      pic x(30).
           05 sla-max-minutes   pic 9(6).
           05 sla-end-by-time   pic x(4).
           05 sla-end-by-days   pic 9(1).
