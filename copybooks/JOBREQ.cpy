      *> JOB-REQUEST-RECORD - one record per batch job submitted from
      *> the launch menu, held on the indexed job-request master keyed
      *> on jobreq-job-id for the scheduler to poll (req 009).
      *> Status SUBMITTED until reconciled to COMPLETED, COMPLETED-WARN
      *> (return code classed as a warning in RCRULE), FAILED or ABENDED.
      *> Restricted jobs are first held as PENDING-APPROVAL under a
      *> P-prefixed id until a second supervisor sets APPROVED (a new
      *> SUBMITTED request is raised), REJECTED, or EXPIRED at cutoff.
           05 jobreq-job-id       pic x(12).
           05 jobreq-job-code     pic x(30).
           05 jobreq-submit-time  pic x(26).
           05 jobreq-status       pic x(16).
           05 jobreq-batch-date   pic x(8).
           05 jobreq-run-type     pic x(10).
           05 jobreq-cutoff-time  pic x(4).
           05 jobreq-input-cycle  pic x(8).
           05 jobreq-posting-rule pic x(10).
           05 jobreq-priority     pic 9(2).
           05 jobreq-request-oper pic x(8).
           05 jobreq-approve-oper pic x(8).
