      *> RC-RULE-RECORD - one line per return-code range per job code,
      *> maintained by operations for the reconciliation run. Severity
      *> OK, WARNING or FAILED sets the request to COMPLETED,
      *> COMPLETED-WARN or FAILED; a return code outside every range
      *> listed for the job is ABENDED. A job code with no lines keeps
      *> the plain rule: return code 0 COMPLETED, anything else FAILED.
           05 rcr-job-code     pic x(30).
           05 rcr-rc-low       pic 9(9).
           05 rcr-rc-high      pic 9(9).
           05 rcr-severity     pic x(8).
