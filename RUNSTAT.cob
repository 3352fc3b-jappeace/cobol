      * JOB ELAPSED-TIME HISTORY AND SLA BREACH REPORT
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. RUNSTAT.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select feedback-history-file assign to ws-fdbkhist-path
               organization is line sequential
               file status is fdbkhist-file-status.
           select job-request-file assign to ws-jobreq-path
               organization is indexed
               access mode is dynamic
               record key is jobreq-job-id of fs-jobreq-record
               file status is jobreq-file-status.
           select run-stats-file assign to ws-runstat-path
               organization is line sequential
               file status is runstat-file-status.
           select sla-target-file assign to ws-sla-path
               organization is line sequential
               file status is sla-file-status.
           select runstat-report-file assign to ws-statrpt-path
               organization is line sequential
               file status is statrpt-file-status.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd feedback-history-file.
       01 fs-fdbkhist-record.
           copy "JOBFDBK.cpy".

       fd job-request-file.
       01 fs-jobreq-record.
           copy "JOBREQ.cpy".

       fd run-stats-file.
       01 fs-runstat-record.
           copy "RUNSTAT.cpy".

       fd sla-target-file.
       01 fs-sla-record.
           copy "SLATGT.cpy".

       fd runstat-report-file.
       01 fs-statrpt-line pic x(100).

       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       working-storage section.
       01 ws-fdbkhist-path pic x(40)
           value "data/feedback-history.dat".
       01 fdbkhist-file-status pic xx.
       01 ws-feedback-record.
           copy "JOBFDBK.cpy".
       01 ws-jobreq-path pic x(40) value "data/job-request.dat".
       01 jobreq-file-status pic xx.
       01 ws-jobreq-record.
           copy "JOBREQ.cpy".
       01 ws-runstat-path pic x(40) value "data/run-stats.dat".
       01 runstat-file-status pic xx.
       01 ws-runstat-record.
           copy "RUNSTAT.cpy".
       01 ws-sla-path pic x(40) value "data/sla-targets.dat".
       01 sla-file-status pic xx.
       01 ws-sla-record.
           copy "SLATGT.cpy".
       01 ws-statrpt-path pic x(40) value "data/runstat-report.txt".
       01 statrpt-file-status pic xx.
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

       01 ws-cmd-line pic x(80).
       01 ws-arg1 pic x(10).
       01 ws-arg2 pic x(10).
       01 ws-from-date pic x(8).
       01 ws-to-date pic x(8).

       01 sla-count usage binary-long value 0.
       01 sla-max usage binary-long value 50.
       01 sla-idx usage binary-long.
       01 sla-found pic x value "N".
       01 sla-table.
           05 sla-entry occurs 50 times pic x(41).

      *> per job code: period totals plus a ring of the last
      *> trail-max elapsed times, kept across the whole history so
      *> the first runs in the period still have a trailing average
       01 jobstat-count usage binary-long value 0.
       01 jobstat-max usage binary-long value 20.
       01 jobstat-idx usage binary-long.
       01 jobstat-found usage binary-long.
       01 jobstat-table.
           05 jobstat-slot occurs 20 times.
               10 jobstat-key pic x(30).
               10 jobstat-runs pic 9(6).
               10 jobstat-total pic 9(9).
               10 jobstat-shortest pic 9(6).
               10 jobstat-longest pic 9(6).
               10 jobstat-trail-used pic 9(2).
               10 jobstat-trail-next pic 9(2).
               10 jobstat-trail occurs 5 times pic 9(6).
       01 trail-max usage binary-long value 5.
       01 trail-min-runs usage binary-long value 3.
       01 trail-idx usage binary-long.
       01 ws-trail-sum usage binary-long.
       01 ws-trail-avg pic 9(7)v99.
       01 ws-trail-avg-display pic z(5)9.99.

       01 breach-count usage binary-long value 0.
       01 breach-max usage binary-long value 200.
       01 breach-idx usage binary-long.
       01 breach-table.
           05 breach-line occurs 200 times pic x(100).

       01 slow-count usage binary-long value 0.
       01 slow-max usage binary-long value 200.
       01 slow-idx usage binary-long.
       01 slow-table.
           05 slow-line occurs 200 times pic x(100).

       01 ws-submit-date pic x(8).
       01 ws-submit-hh pic 9(2).
       01 ws-submit-mi pic 9(2).
       01 ws-end-date pic x(8).
       01 ws-end-hh pic 9(2).
       01 ws-end-mi pic 9(2).
       01 ws-elapsed usage binary-long.
       01 ws-deadline-int usage binary-long.
       01 ws-deadline-num pic 9(8).
       01 ws-deadline-date pic x(8).
       01 ws-avg-min usage binary-long.
       01 ws-avg-display pic z(5)9.
       01 ws-min-display pic z(5)9.
       01 ws-max-display pic z(5)9.
       01 ws-runs-display pic z(5)9.
       01 ws-elapsed-display pic z(5)9.
       01 ws-target-display pic z(5)9.

       01 ws-written-count pic 9(6) value 0.
       01 ws-breach-total pic 9(4) value 0.
       01 ws-slow-total pic 9(4) value 0.
       01 ws-skipped-count pic 9(6) value 0.
       01 ws-period-count pic 9(6) value 0.
       01 ws-report-date pic x(8).
       01 ws-now-timestamp pic x(26).
       01 ws-stat-rc usage binary-long value 0.

       procedure division.
       runstat-main.
       accept ws-cmd-line from command-line
       perform parse-report-range
       perform open-audit-log
       perform build-run-statistics
       perform load-sla-targets
       perform analyse-run-statistics
       perform write-runstat-report
       move "RUNSTAT" to aud-call-name of ws-audit-record
       move "RUN-STATS" to aud-event-type of ws-audit-record
       move ws-stat-rc to aud-rc of ws-audit-record
       move ws-stat-rc to return-code
       move breach-count to ws-breach-total
       move slow-count to ws-slow-total
       move spaces to aud-detail of ws-audit-record
       string "N=" ws-written-count " B=" ws-breach-total
           " S=" ws-slow-total delimited by size
           into aud-detail of ws-audit-record
       perform write-audit-record
       perform close-audit-log
       goback.

       parse-report-range.
           move spaces to ws-arg1
           move spaces to ws-arg2
           unstring ws-cmd-line delimited by all " "
               into ws-arg1 ws-arg2
           end-unstring
           move "00000000" to ws-from-date
           move "99999999" to ws-to-date
           if ws-arg1(1:8) is numeric then
               move ws-arg1(1:8) to ws-from-date
               if ws-arg2(1:8) is numeric then
                   move ws-arg2(1:8) to ws-to-date
               else
                   move ws-from-date to ws-to-date
               end-if
           end-if.

      *> the statistics file is rebuilt whole on every run, so a
      *> corrected master or history is picked up without a reset
       build-run-statistics.
           move 0 to ws-written-count
           move 0 to ws-skipped-count
           open input feedback-history-file
           if fdbkhist-file-status not = "00" then
               display "warning: no processed feedback history on file"
                   upon syserr
               exit paragraph
           end-if
           open input job-request-file
           if jobreq-file-status not = "00" then
               display "error: cannot open job request master"
                   upon syserr
               move 8 to ws-stat-rc
               close feedback-history-file
               exit paragraph
           end-if
           open output run-stats-file
           if runstat-file-status not = "00" then
               display "error: cannot open run statistics file"
                   upon syserr
               move 8 to ws-stat-rc
               close job-request-file
               close feedback-history-file
               exit paragraph
           end-if
           perform until fdbkhist-file-status not = "00"
               read feedback-history-file
                   at end exit perform
               end-read
               move fs-fdbkhist-record to ws-feedback-record
               move fdbk-job-id of ws-feedback-record
                   to jobreq-job-id of fs-jobreq-record
               read job-request-file
                   invalid key
                       add 1 to ws-skipped-count
                   not invalid key
                       move fs-jobreq-record to ws-jobreq-record
                       perform write-one-run-statistic
               end-read
           end-perform
           close run-stats-file
           close job-request-file
           close feedback-history-file.

       write-one-run-statistic.
           if jobreq-status of ws-jobreq-record not = "COMPLETED"
                 and jobreq-status of ws-jobreq-record
                 not = "COMPLETED-WARN"
                 and jobreq-status of ws-jobreq-record not = "FAILED"
                 and jobreq-status of ws-jobreq-record not = "ABENDED"
               then
               add 1 to ws-skipped-count
               exit paragraph
           end-if
           move jobreq-submit-time of ws-jobreq-record (1:8)
               to ws-submit-date
           move fdbk-end-time of ws-feedback-record (1:8)
               to ws-end-date
           if ws-submit-date not numeric or ws-end-date not numeric
                 or jobreq-submit-time of ws-jobreq-record (9:4)
                 not numeric
                 or fdbk-end-time of ws-feedback-record (9:4)
                 not numeric then
               add 1 to ws-skipped-count
               exit paragraph
           end-if
           move jobreq-submit-time of ws-jobreq-record (9:2)
               to ws-submit-hh
           move jobreq-submit-time of ws-jobreq-record (11:2)
               to ws-submit-mi
           move fdbk-end-time of ws-feedback-record (9:2)
               to ws-end-hh
           move fdbk-end-time of ws-feedback-record (11:2)
               to ws-end-mi
           compute ws-elapsed =
               (function integer-of-date(numval(ws-end-date))
                - function integer-of-date(numval(ws-submit-date)))
               * 1440
               + ws-end-hh * 60 + ws-end-mi
               - ws-submit-hh * 60 - ws-submit-mi
           if ws-elapsed < 0 then
               move 0 to ws-elapsed
           end-if
           move spaces to ws-runstat-record
           move jobreq-job-id of ws-jobreq-record
               to rst-job-id of ws-runstat-record
           move jobreq-job-code of ws-jobreq-record
               to rst-job-code of ws-runstat-record
           move jobreq-batch-date of ws-jobreq-record
               to rst-batch-date of ws-runstat-record
           move jobreq-run-type of ws-jobreq-record
               to rst-run-type of ws-runstat-record
           move jobreq-status of ws-jobreq-record
               to rst-status of ws-runstat-record
           move fdbk-end-time of ws-feedback-record (1:14)
               to rst-end-time of ws-runstat-record
           move ws-elapsed to rst-elapsed-min of ws-runstat-record
           if fdbk-return-code of ws-feedback-record is numeric then
               move fdbk-return-code of ws-feedback-record
                   to rst-return-code of ws-runstat-record
           else
               move 0 to rst-return-code of ws-runstat-record
           end-if
           move ws-runstat-record to fs-runstat-record
           write fs-runstat-record
           add 1 to ws-written-count.

       load-sla-targets.
           move 0 to sla-count
           open input sla-target-file
           if sla-file-status = "00" then
               perform until sla-file-status not = "00"
                     or sla-count >= sla-max
                   read sla-target-file
                       at end exit perform
                   end-read
                   add 1 to sla-count
                   move fs-sla-record to sla-entry(sla-count)
               end-perform
               close sla-target-file
           else
               display "warning: no SLA target file, breaches not "
                   "reported" upon syserr
           end-if.

      *> history order is completion order, so the ring for a job
      *> always holds the runs that finished before the current one
       analyse-run-statistics.
           move 0 to jobstat-count
           open input run-stats-file
           if runstat-file-status not = "00" then
               exit paragraph
           end-if
           perform until runstat-file-status not = "00"
               read run-stats-file
                   at end exit perform
               end-read
               move fs-runstat-record to ws-runstat-record
               perform find-jobstat-slot
               if jobstat-idx > 0 then
                   if rst-batch-date of ws-runstat-record
                         not < ws-from-date
                         and rst-batch-date of ws-runstat-record
                         not > ws-to-date then
                       perform tally-period-run
                       perform check-sla-target
                       perform check-trailing-average
                   end-if
                   perform push-trailing-run
               end-if
           end-perform
           close run-stats-file.

       find-jobstat-slot.
           move 0 to jobstat-found
           perform varying jobstat-idx from 1 by 1
                 until jobstat-idx > jobstat-count
               if jobstat-key(jobstat-idx)
                     = rst-job-code of ws-runstat-record then
                   move jobstat-idx to jobstat-found
               end-if
           end-perform
           if jobstat-found = 0 and jobstat-count < jobstat-max then
               add 1 to jobstat-count
               move jobstat-count to jobstat-found
               move rst-job-code of ws-runstat-record
                   to jobstat-key(jobstat-found)
               move 0 to jobstat-runs(jobstat-found)
               move 0 to jobstat-total(jobstat-found)
               move 0 to jobstat-shortest(jobstat-found)
               move 0 to jobstat-longest(jobstat-found)
               move 0 to jobstat-trail-used(jobstat-found)
               move 1 to jobstat-trail-next(jobstat-found)
           end-if
           move jobstat-found to jobstat-idx.

       tally-period-run.
           add 1 to ws-period-count
           add 1 to jobstat-runs(jobstat-idx)
           add rst-elapsed-min of ws-runstat-record
               to jobstat-total(jobstat-idx)
           if jobstat-runs(jobstat-idx) = 1
                 or rst-elapsed-min of ws-runstat-record
                 < jobstat-shortest(jobstat-idx) then
               move rst-elapsed-min of ws-runstat-record
                   to jobstat-shortest(jobstat-idx)
           end-if
           if rst-elapsed-min of ws-runstat-record
                 > jobstat-longest(jobstat-idx) then
               move rst-elapsed-min of ws-runstat-record
                   to jobstat-longest(jobstat-idx)
           end-if.

       check-sla-target.
           move "N" to sla-found
           perform varying sla-idx from 1 by 1
                 until sla-idx > sla-count or sla-found = "Y"
               move sla-entry(sla-idx) to ws-sla-record
               if sla-job-code of ws-sla-record
                     = rst-job-code of ws-runstat-record then
                   move "Y" to sla-found
               end-if
           end-perform
           if sla-found = "N" then
               exit paragraph
           end-if
           move rst-elapsed-min of ws-runstat-record
               to ws-elapsed-display
           if sla-max-minutes of ws-sla-record is numeric
                 and sla-max-minutes of ws-sla-record > 0
                 and rst-elapsed-min of ws-runstat-record
                 > sla-max-minutes of ws-sla-record then
               move sla-max-minutes of ws-sla-record
                   to ws-target-display
               perform add-breach-line-duration
           end-if
           if sla-end-by-time of ws-sla-record is numeric
                 and rst-batch-date of ws-runstat-record is numeric
               then
               move 0 to ws-deadline-int
               if sla-end-by-days of ws-sla-record is numeric then
                   move sla-end-by-days of ws-sla-record
                       to ws-deadline-int
               end-if
               compute ws-deadline-int = ws-deadline-int +
                   function integer-of-date(numval(
                       rst-batch-date of ws-runstat-record))
               compute ws-deadline-num =
                   function date-of-integer(ws-deadline-int)
               move ws-deadline-num to ws-deadline-date
               if rst-end-time of ws-runstat-record (1:8)
                     > ws-deadline-date
                     or (rst-end-time of ws-runstat-record (1:8)
                     = ws-deadline-date
                     and rst-end-time of ws-runstat-record (9:4)
                     > sla-end-by-time of ws-sla-record) then
                   perform add-breach-line-deadline
               end-if
           end-if.

       add-breach-line-duration.
           if breach-count < breach-max then
               add 1 to breach-count
               move spaces to breach-line(breach-count)
               string "  " delimited by size
                   rst-batch-date of ws-runstat-record
                   delimited by size
                   " " delimited by size
                   rst-job-id of ws-runstat-record delimited by size
                   " " delimited by size
                   rst-job-code of ws-runstat-record
                   delimited by size
                   " ran " delimited by size
                   ws-elapsed-display delimited by size
                   " min, target " delimited by size
                   ws-target-display delimited by size
                   into breach-line(breach-count)
           end-if.

       add-breach-line-deadline.
           if breach-count < breach-max then
               add 1 to breach-count
               move spaces to breach-line(breach-count)
               string "  " delimited by size
                   rst-batch-date of ws-runstat-record
                   delimited by size
                   " " delimited by size
                   rst-job-id of ws-runstat-record delimited by size
                   " " delimited by size
                   rst-job-code of ws-runstat-record
                   delimited by size
                   " ended " delimited by size
                   rst-end-time of ws-runstat-record (1:12)
                   delimited by size
                   ", due " delimited by size
                   ws-deadline-date delimited by size
                   sla-end-by-time of ws-sla-record delimited by size
                   into breach-line(breach-count)
           end-if.

       check-trailing-average.
           if jobstat-trail-used(jobstat-idx) < trail-min-runs then
               exit paragraph
           end-if
           move 0 to ws-trail-sum
           perform varying trail-idx from 1 by 1
                 until trail-idx > jobstat-trail-used(jobstat-idx)
               add jobstat-trail(jobstat-idx, trail-idx)
                   to ws-trail-sum
           end-perform
           if rst-elapsed-min of ws-runstat-record * 2
                 * jobstat-trail-used(jobstat-idx)
                 > ws-trail-sum * 3 then
               if slow-count < slow-max then
                   add 1 to slow-count
                   move rst-elapsed-min of ws-runstat-record
                       to ws-elapsed-display
                   compute ws-trail-avg rounded =
                       ws-trail-sum / jobstat-trail-used(jobstat-idx)
                   move ws-trail-avg to ws-trail-avg-display
                   move spaces to slow-line(slow-count)
                   string "  " delimited by size
                       rst-batch-date of ws-runstat-record
                       delimited by size
                       " " delimited by size
                       rst-job-id of ws-runstat-record
                       delimited by size
                       " " delimited by size
                       rst-job-code of ws-runstat-record
                       delimited by size
                       " ran " delimited by size
                       ws-elapsed-display delimited by size
                       " min, trailing avg " delimited by size
                       ws-trail-avg-display delimited by size
                       into slow-line(slow-count)
               end-if
           end-if.

       push-trailing-run.
           move rst-elapsed-min of ws-runstat-record
               to jobstat-trail(jobstat-idx,
                   jobstat-trail-next(jobstat-idx))
           if jobstat-trail-used(jobstat-idx) < trail-max then
               add 1 to jobstat-trail-used(jobstat-idx)
           end-if
           if jobstat-trail-next(jobstat-idx) >= trail-max then
               move 1 to jobstat-trail-next(jobstat-idx)
           else
               add 1 to jobstat-trail-next(jobstat-idx)
           end-if.

       write-runstat-report.
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:8) to ws-report-date
           open output runstat-report-file
           if statrpt-file-status not = "00" then
               display "error: cannot open run statistics report"
                   upon syserr
               move 8 to ws-stat-rc
               exit paragraph
           end-if
           move spaces to fs-statrpt-line
           string "JOB RUN TIME AND SLA REPORT - " delimited by size
               ws-report-date delimited by size
               into fs-statrpt-line
           write fs-statrpt-line
           move spaces to fs-statrpt-line
           string "PERIOD " delimited by size
               ws-from-date delimited by size
               " - " delimited by size
               ws-to-date delimited by size
               into fs-statrpt-line
           write fs-statrpt-line
           move spaces to fs-statrpt-line
           write fs-statrpt-line

           move "RUN TIMES BY JOB (MINUTES)" to fs-statrpt-line
           write fs-statrpt-line
           if ws-period-count = 0 then
               move "  (no runs in period)" to fs-statrpt-line
               write fs-statrpt-line
           end-if
           perform varying jobstat-idx from 1 by 1
                 until jobstat-idx > jobstat-count
               if jobstat-runs(jobstat-idx) > 0 then
                   compute ws-avg-min rounded =
                       jobstat-total(jobstat-idx)
                       / jobstat-runs(jobstat-idx)
                   move ws-avg-min to ws-avg-display
                   move jobstat-runs(jobstat-idx) to ws-runs-display
                   move jobstat-shortest(jobstat-idx) to ws-min-display
                   move jobstat-longest(jobstat-idx) to ws-max-display
                   move spaces to fs-statrpt-line
                   string "  " delimited by size
                       jobstat-key(jobstat-idx) delimited by size
                       " runs " delimited by size
                       ws-runs-display delimited by size
                       " avg " delimited by size
                       ws-avg-display delimited by size
                       " min " delimited by size
                       ws-min-display delimited by size
                       " max " delimited by size
                       ws-max-display delimited by size
                       into fs-statrpt-line
                   write fs-statrpt-line
               end-if
           end-perform
           move spaces to fs-statrpt-line
           write fs-statrpt-line

           move "SLA BREACHES" to fs-statrpt-line
           write fs-statrpt-line
           if breach-count = 0 then
               move "  (none)" to fs-statrpt-line
               write fs-statrpt-line
           end-if
           perform varying breach-idx from 1 by 1
                 until breach-idx > breach-count
               move breach-line(breach-idx) to fs-statrpt-line
               write fs-statrpt-line
           end-perform
           move spaces to fs-statrpt-line
           write fs-statrpt-line

           move "RUNS MORE THAN 50% OVER TRAILING AVERAGE"
               to fs-statrpt-line
           write fs-statrpt-line
           if slow-count = 0 then
               move "  (none)" to fs-statrpt-line
               write fs-statrpt-line
           end-if
           perform varying slow-idx from 1 by 1
                 until slow-idx > slow-count
               move slow-line(slow-idx) to fs-statrpt-line
               write fs-statrpt-line
           end-perform
           move spaces to fs-statrpt-line
           write fs-statrpt-line
           move spaces to fs-statrpt-line
           string "Runs on file: " delimited by size
               ws-written-count delimited by size
               "  In period: " delimited by size
               ws-period-count delimited by size
               "  Skipped: " delimited by size
               ws-skipped-count delimited by size
               into fs-statrpt-line
           write fs-statrpt-line
           close runstat-report-file.

       open-audit-log.
           call "AUDCUT"
           open extend audit-file
           if audit-file-status = "05" or audit-file-status = "35" then
               open output audit-file
           end-if
           move "Y" to audit-log-open-flag.

       write-audit-record.
           move function current-date to aud-timestamp of ws-audit-record
           accept aud-operator-id of ws-audit-record from environment
               "USER"
           move return-code to ws-audit-save-rc
           call "AUDSEQ" using ws-audit-record
           move ws-audit-save-rc to return-code
           move ws-audit-record to fs-audit-record
           write fs-audit-record.

       close-audit-log.
           if audit-log-open-flag = "Y" then
               close audit-file
               move "N" to audit-log-open-flag
           end-if.
       end program RUNSTAT.
