      *> JOB-TABLE-VALUES - the job codes offered on the launch menu,
      *> in button order. Shared with READYCHK so reference files can
      *> be checked against the same list; redefine as job-label.
           05 filler pic x(30) value "Daily Extract".
           05 filler pic x(30) value "Reconciliation Run".
           05 filler pic x(30) value "Settlement Batch".
           05 filler pic x(30) value "Report Generation".
           05 filler pic x(30) value "Archive And Purge".
