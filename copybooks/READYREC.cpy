      *> READINESS-RECORD - one line per READYCHK run, appended; the
      *> last line for a batch date is the result batch mode obeys.
      *> Result PASS (warnings allowed) or FAIL.
           05 ready-batch-date   pic x(8).
           05 ready-result       pic x(4).
           05 ready-timestamp    pic x(26).
           05 ready-operator-id  pic x(8).
           05 ready-fail-count   pic 9(4).
           05 ready-warn-count   pic 9(4).
