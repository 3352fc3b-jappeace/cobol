      *> RUN-STATISTICS-RECORD - one line per job request that reached
      *> a final status, rebuilt by RUNSTAT from the processed-feedback
      *> history joined to the job-request master. Elapsed minutes run
      *> from jobreq-submit-time to fdbk-end-time; end time is
      *> yyyymmddhhmmss.
           05 rst-job-id         pic x(12).
           05 rst-job-code       pic x(30).
           05 rst-batch-date     pic x(8).
           05 rst-run-type       pic x(10).
           05 rst-status         pic x(14).
           05 rst-end-time       pic x(14).
           05 rst-elapsed-min    pic 9(6).
           05 rst-return-code    pic 9(9).
