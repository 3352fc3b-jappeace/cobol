      * PRE-BATCH READINESS CHECK OF REFERENCE FILES FOR A BATCH DATE
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. READYCHK.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select job-chain-file assign to ws-chain-path
               organization is line sequential
               file status is chain-file-status.
           select run-type-file assign to ws-runtype-path
               organization is line sequential
               file status is runtype-file-status.
           select run-param-file assign to ws-runparm-path
               organization is line sequential
               file status is runparm-file-status.
           select operator-master-file assign to ws-oper-path
               organization is line sequential
               file status is oper-file-status.
           select calendar-file assign to ws-calendar-path
               organization is line sequential
               file status is calendar-file-status.
           select config-file assign to ws-config-path
               organization is line sequential
               file status is config-file-status.
           select job-request-file assign to ws-jobreq-path
               organization is indexed
               access mode is dynamic
               record key is jobreq-job-id of fs-jobreq-record
               file status is jobreq-file-status.
           select job-schedule-file assign to ws-sched-path
               organization is line sequential
               file status is sched-file-status.
           select readiness-file assign to ws-ready-path
               organization is line sequential
               file status is ready-file-status.
           select ready-report-file assign to ws-readyrpt-path
               organization is line sequential
               file status is readyrpt-file-status.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd job-chain-file.
       01 fs-chain-record.
           copy "JOBCHAIN.cpy".

       fd run-type-file.
       01 fs-run-type-record pic x(10).

       fd run-param-file.
       01 fs-runparm-record.
           copy "RUNPARM.cpy".

       fd operator-master-file.
       01 fs-oper-record.
           copy "OPERMAST.cpy".

       fd calendar-file.
       01 fs-calendar-record.
           copy "CALREC.cpy".

       fd config-file.
       01 fs-config-record.
           copy "CONFIG.cpy".

       fd job-request-file.
       01 fs-jobreq-record.
           copy "JOBREQ.cpy".

       fd job-schedule-file.
       01 fs-sched-record.
           copy "JOBSCHED.cpy".

       fd readiness-file.
       01 fs-ready-record.
           copy "READYREC.cpy".

       fd ready-report-file.
       01 fs-readyrpt-line pic x(100).

       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       working-storage section.
       01 ws-chain-path pic x(40) value "data/job-chain.dat".
       01 chain-file-status pic xx.
       01 ws-chain-record.
           copy "JOBCHAIN.cpy".
       01 ws-runtype-path pic x(40) value "data/run-types.dat".
       01 runtype-file-status pic xx.
       01 ws-runparm-path pic x(40) value "data/run-params.dat".
       01 runparm-file-status pic xx.
       01 ws-runparm-record.
           copy "RUNPARM.cpy".
       01 ws-oper-path pic x(40) value "data/operator-master.dat".
       01 oper-file-status pic xx.
       01 ws-oper-record.
           copy "OPERMAST.cpy".
       01 ws-calendar-path pic x(40)
           value "data/business-calendar.dat".
       01 calendar-file-status pic xx.
       01 ws-calendar-record.
           copy "CALREC.cpy".
       01 ws-config-path pic x(40) value "config/sample.cfg".
       01 config-file-status pic xx.
       01 ws-jobreq-path pic x(40) value "data/job-request.dat".
       01 jobreq-file-status pic xx.
       01 ws-sched-path pic x(40) value "data/job-schedule.dat".
       01 sched-file-status pic xx.
       01 ws-sched-record.
           copy "JOBSCHED.cpy".
       01 sched-date-idx usage binary-long.
       01 sched-date-count usage binary-long.
       01 ws-weekday-names pic x(21) value "MONTUEWEDTHUFRISATSUN".
       01 ws-weekday-idx usage binary-long.
       01 ws-ready-path pic x(40) value "data/readiness.dat".
       01 ready-file-status pic xx.
       01 ws-ready-record.
           copy "READYREC.cpy".
       01 ws-readyrpt-path pic x(40) value "data/readiness-report.txt".
       01 readyrpt-file-status pic xx.
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

       01 job-count pic 9(2) value 5.
       01 job-idx usage binary-long.
       01 job-table-values.
           copy "JOBTBL.cpy".
       01 job-table redefines job-table-values.
           05 job-entry occurs 5 times.
               10 job-label pic x(30).

       01 chain-count usage binary-long value 0.
       01 chain-max usage binary-long value 20.
       01 chain-idx usage binary-long.
       01 chain-other-idx usage binary-long.
       01 chain-table.
           05 chain-entry occurs 20 times pic x(60).
       01 chain-walk-code pic x(30).
       01 chain-walk-steps usage binary-long.
       01 chain-walk-found pic x.
       01 chain-pred-position usage binary-long.

       01 run-type-count usage binary-long value 0.
       01 run-type-max usage binary-long value 20.
       01 run-type-idx usage binary-long.
       01 run-type-table.
           05 run-type-entry occurs 20 times pic x(10).
       01 runparm-count usage binary-long value 0.
       01 runparm-max usage binary-long value 20.
       01 runparm-idx usage binary-long.
       01 runparm-table.
           05 runparm-entry occurs 20 times pic x(34).

       01 calendar-count usage binary-long value 0.
       01 calendar-max usage binary-long value 800.
       01 calendar-idx usage binary-long.
       01 calendar-table.
           05 calendar-entry occurs 800 times pic x(40).
       01 calendar-overflow pic x value "N".
       01 ws-cal-check-date pic x(8).
       01 ws-cal-found pic x.
       01 ws-cal-int usage binary-long.
       01 ws-cal-start-int usage binary-long.
       01 ws-cal-day usage binary-long.
       01 ws-cal-busdays usage binary-long.
       01 ws-cal-missing usage binary-long.
       01 ws-cal-first-missing pic x(8).
       01 ws-date-work pic 9(8).

       01 allowed-idx usage binary-long.
       01 ws-known-job pic x.
       01 ws-check-job-code pic x(30).
       01 ws-match-flag pic x.

       01 finding-count usage binary-long value 0.
       01 finding-max usage binary-long value 300.
       01 finding-idx usage binary-long.
       01 finding-overflow pic 9(4) value 0.
       01 finding-table.
           05 finding-line occurs 300 times pic x(100).
       01 ws-finding-level pic x(4).
       01 ws-finding-text pic x(90).

       01 ws-cmd-line pic x(80).
       01 ws-arg1 pic x(10).
       01 ws-arg2 pic x(10).
       01 ws-check-date pic x(8).
       01 ws-window-days pic 9(3) value 14.
       01 ws-today-stamp pic x(26).
       01 ws-fail-count pic 9(4) value 0.
       01 ws-warn-count pic 9(4) value 0.
       01 ws-count-display pic 9(4).
       01 ws-ready-rc usage binary-long value 0.

       procedure division.
       readychk-main.
       accept ws-cmd-line from command-line
       perform parse-check-arguments
       perform open-audit-log
       if ws-check-date not numeric then
           display "usage: READYCHK [yyyymmdd [days]]" upon syserr
           move 8 to return-code
           perform close-audit-log
           goback
       end-if
       perform load-calendar
       perform check-job-chain
       perform check-run-types
       perform check-operator-jobs
       perform check-calendar-window
       perform check-job-schedule
       perform check-required-files
       evaluate true
           when ws-fail-count > 0
               move "FAIL" to ready-result of ws-ready-record
               move 8 to ws-ready-rc
           when ws-warn-count > 0
               move "PASS" to ready-result of ws-ready-record
               move 4 to ws-ready-rc
           when other
               move "PASS" to ready-result of ws-ready-record
               move 0 to ws-ready-rc
       end-evaluate
       perform write-readiness-report
       perform write-readiness-record
       move "READYCHK" to aud-call-name of ws-audit-record
       move "READY-CHECK" to aud-event-type of ws-audit-record
       move ws-ready-rc to aud-rc of ws-audit-record
       move ws-ready-rc to return-code
       move spaces to aud-detail of ws-audit-record
       string ws-check-date " " ready-result of ws-ready-record
           " F=" ws-fail-count delimited by size
           into aud-detail of ws-audit-record
       perform write-audit-record
       perform close-audit-log
       goback.

       parse-check-arguments.
           move spaces to ws-arg1
           move spaces to ws-arg2
           unstring ws-cmd-line delimited by all " "
               into ws-arg1 ws-arg2
           end-unstring
           move function current-date to ws-today-stamp
           if ws-arg1 = spaces then
               move ws-today-stamp(1:8) to ws-check-date
           else
               move ws-arg1(1:8) to ws-check-date
           end-if
           if ws-arg2 not = spaces then
               if ws-arg2(1:3) is numeric then
                   move ws-arg2(1:3) to ws-window-days
               else
                   if ws-arg2(1:2) is numeric then
                       move ws-arg2(1:2) to ws-window-days
                   else
                       if ws-arg2(1:1) is numeric then
                           move ws-arg2(1:1) to ws-window-days
                       end-if
                   end-if
               end-if
           end-if
           if ws-window-days = 0 then
               move 14 to ws-window-days
           end-if.

       load-calendar.
           move 0 to calendar-count
           open input calendar-file
           if calendar-file-status = "00" then
               perform until calendar-file-status not = "00"
                   read calendar-file
                       at end exit perform
                   end-read
                   if calendar-count >= calendar-max then
                       move "Y" to calendar-overflow
                       exit perform
                   end-if
                   add 1 to calendar-count
                   move fs-calendar-record
                       to calendar-entry(calendar-count)
               end-perform
               close calendar-file
           end-if.

      *> the chain is submitted top to bottom, so a predecessor listed
      *> below its successor would leave the successor waiting forever
       check-job-chain.
           move 0 to chain-count
           open input job-chain-file
           if chain-file-status not = "00" then
               move "FAIL" to ws-finding-level
               move "data/job-chain.dat not found" to ws-finding-text
               perform add-finding
               exit paragraph
           end-if
           perform until chain-file-status not = "00"
               read job-chain-file
                   at end exit perform
               end-read
               if chain-count >= chain-max then
                   move "FAIL" to ws-finding-level
                   move "job chain longer than batch mode can load"
                       to ws-finding-text
                   perform add-finding
                   exit perform
               end-if
               add 1 to chain-count
               move fs-chain-record to chain-entry(chain-count)
           end-perform
           close job-chain-file
           if chain-count = 0 then
               move "WARN" to ws-finding-level
               move "job chain is empty, batch runs every menu job"
                   to ws-finding-text
               perform add-finding
           end-if
           perform varying chain-idx from 1 by 1
                 until chain-idx > chain-count
               move chain-entry(chain-idx) to ws-chain-record
               move chain-job-code of ws-chain-record
                   to ws-check-job-code
               perform find-known-job
               if ws-known-job = "N" then
                   move "FAIL" to ws-finding-level
                   move spaces to ws-finding-text
                   string "chain job not in job table: "
                       delimited by size
                       chain-job-code of ws-chain-record
                       delimited by size
                       into ws-finding-text
                   perform add-finding
               end-if
               perform check-chain-duplicate
               if chain-pred-code of ws-chain-record not = spaces then
                   perform check-chain-predecessor
                   perform check-chain-cycle
               end-if
           end-perform.

       check-chain-duplicate.
           perform varying chain-other-idx from 1 by 1
                 until chain-other-idx >= chain-idx
               if chain-entry(chain-other-idx)(1:30)
                     = chain-job-code of ws-chain-record then
                   move "FAIL" to ws-finding-level
                   move spaces to ws-finding-text
                   string "job listed twice in chain: "
                       delimited by size
                       chain-job-code of ws-chain-record
                       delimited by size
                       into ws-finding-text
                   perform add-finding
                   exit perform
               end-if
           end-perform.

       check-chain-predecessor.
           move chain-pred-code of ws-chain-record to ws-check-job-code
           perform find-known-job
           if ws-known-job = "N" then
               move "FAIL" to ws-finding-level
               move spaces to ws-finding-text
               string "unknown predecessor " delimited by size
                   chain-pred-code of ws-chain-record
                   delimited by size
                   into ws-finding-text
               perform add-finding
               exit paragraph
           end-if
           move 0 to chain-pred-position
           perform varying chain-other-idx from 1 by 1
                 until chain-other-idx > chain-count
               if chain-entry(chain-other-idx)(1:30)
                     = chain-pred-code of ws-chain-record then
                   move chain-other-idx to chain-pred-position
                   exit perform
               end-if
           end-perform
           if chain-pred-position = 0 then
               move "WARN" to ws-finding-level
               move spaces to ws-finding-text
               string "predecessor not in chain: " delimited by size
                   chain-pred-code of ws-chain-record
                   delimited by size
                   into ws-finding-text
               perform add-finding
           else
               if chain-pred-position > chain-idx then
                   move "FAIL" to ws-finding-level
                   move spaces to ws-finding-text
                   string "predecessor listed after its job: "
                       delimited by size
                       chain-job-code of ws-chain-record
                       delimited by size
                       into ws-finding-text
                   perform add-finding
               end-if
           end-if.

       check-chain-cycle.
           move chain-pred-code of ws-chain-record to chain-walk-code
           move 0 to chain-walk-steps
           perform until chain-walk-code = spaces
                 or chain-walk-steps > chain-count
               if chain-walk-code = chain-job-code of ws-chain-record
                   then
                   move "FAIL" to ws-finding-level
                   move spaces to ws-finding-text
                   string "predecessor cycle through "
                       delimited by size
                       chain-job-code of ws-chain-record
                       delimited by size
                       into ws-finding-text
                   perform add-finding
                   exit perform
               end-if
               add 1 to chain-walk-steps
               move "N" to chain-walk-found
               perform varying chain-other-idx from 1 by 1
                     until chain-other-idx > chain-count
                   if chain-entry(chain-other-idx)(1:30)
                         = chain-walk-code then
                       move chain-entry(chain-other-idx)(31:30)
                           to chain-walk-code
                       move "Y" to chain-walk-found
                       exit perform
                   end-if
               end-perform
               if chain-walk-found = "N" then
                   move spaces to chain-walk-code
               end-if
           end-perform.

       find-known-job.
           move "N" to ws-known-job
           perform varying job-idx from 1 by 1
                 until job-idx > job-count
               if job-label(job-idx) = ws-check-job-code then
                   move "Y" to ws-known-job
                   exit perform
               end-if
           end-perform.

       check-run-types.
           move 0 to run-type-count
           open input run-type-file
           if runtype-file-status = "00" then
               perform until runtype-file-status not = "00"
                     or run-type-count >= run-type-max
                   read run-type-file
                       at end exit perform
                   end-read
                   if fs-run-type-record not = spaces then
                       add 1 to run-type-count
                       move fs-run-type-record
                           to run-type-entry(run-type-count)
                   end-if
               end-perform
               close run-type-file
           end-if
           if run-type-count = 0 then
               move "FAIL" to ws-finding-level
               move "data/run-types.dat missing or empty"
                   to ws-finding-text
               perform add-finding
           end-if
           move 0 to runparm-count
           open input run-param-file
           if runparm-file-status = "00" then
               perform until runparm-file-status not = "00"
                     or runparm-count >= runparm-max
                   read run-param-file
                       at end exit perform
                   end-read
                   add 1 to runparm-count
                   move fs-runparm-record
                       to runparm-entry(runparm-count)
               end-perform
               close run-param-file
           end-if
           if runparm-count = 0 then
               move "FAIL" to ws-finding-level
               move "data/run-params.dat missing or empty"
                   to ws-finding-text
               perform add-finding
           end-if
           perform varying run-type-idx from 1 by 1
                 until run-type-idx > run-type-count
               move "N" to ws-match-flag
               perform varying runparm-idx from 1 by 1
                     until runparm-idx > runparm-count
                   if runparm-entry(runparm-idx)(1:10)
                         = run-type-entry(run-type-idx) then
                       move "Y" to ws-match-flag
                       exit perform
                   end-if
               end-perform
               if ws-match-flag = "N" then
                   move "FAIL" to ws-finding-level
                   move spaces to ws-finding-text
                   string "run type has no parameter pack: "
                       delimited by size
                       run-type-entry(run-type-idx) delimited by size
                       into ws-finding-text
                   perform add-finding
               end-if
           end-perform
           perform varying runparm-idx from 1 by 1
                 until runparm-idx > runparm-count
               move runparm-entry(runparm-idx) to ws-runparm-record
               move "N" to ws-match-flag
               perform varying run-type-idx from 1 by 1
                     until run-type-idx > run-type-count
                   if run-type-entry(run-type-idx)
                         = parm-run-type of ws-runparm-record then
                       move "Y" to ws-match-flag
                       exit perform
                   end-if
               end-perform
               if ws-match-flag = "N" then
                   move "WARN" to ws-finding-level
                   move spaces to ws-finding-text
                   string "parameter pack for unknown run type: "
                       delimited by size
                       parm-run-type of ws-runparm-record
                       delimited by size
                       into ws-finding-text
                   perform add-finding
               end-if
               if parm-cutoff-time of ws-runparm-record not numeric
                     or parm-cutoff-time of ws-runparm-record > "2359"
                     then
                   move "FAIL" to ws-finding-level
                   move spaces to ws-finding-text
                   string "bad cutoff time for run type "
                       delimited by size
                       parm-run-type of ws-runparm-record
                       delimited by size
                       into ws-finding-text
                   perform add-finding
               end-if
           end-perform.

       check-operator-jobs.
           open input operator-master-file
           if oper-file-status not = "00" then
               move "FAIL" to ws-finding-level
               move "data/operator-master.dat not found"
                   to ws-finding-text
               perform add-finding
               exit paragraph
           end-if
           perform until oper-file-status not = "00"
               read operator-master-file
                   at end exit perform
               end-read
               move fs-oper-record to ws-oper-record
               perform varying allowed-idx from 1 by 1
                     until allowed-idx > 3
                   if oper-allowed-job of ws-oper-record(allowed-idx)
                         not = spaces then
                       move oper-allowed-job of ws-oper-record
                           (allowed-idx) to ws-check-job-code
                       perform find-known-job
                       if ws-known-job = "N" then
                           move "FAIL" to ws-finding-level
                           move spaces to ws-finding-text
                           string "operator " delimited by size
                               oper-id of ws-oper-record
                               delimited by space
                               " allowed unknown job "
                               delimited by size
                               ws-check-job-code delimited by size
                               into ws-finding-text
                           perform add-finding
                       end-if
                   end-if
               end-perform
           end-perform
           close operator-master-file.

      *> every date in the window must be on file; a window with no
      *> business day at all is reported but does not stop the batch
       check-calendar-window.
           if calendar-count = 0 then
               move "FAIL" to ws-finding-level
               move "data/business-calendar.dat missing or empty"
                   to ws-finding-text
               perform add-finding
               exit paragraph
           end-if
           if calendar-overflow = "Y" then
               move "WARN" to ws-finding-level
               move "business calendar larger than table, tail unchecked"
                   to ws-finding-text
               perform add-finding
           end-if
           move ws-check-date to ws-date-work
           compute ws-cal-start-int = integer-of-date(ws-date-work)
           move 0 to ws-cal-busdays
           move 0 to ws-cal-missing
           perform varying ws-cal-day from 0 by 1
                 until ws-cal-day >= ws-window-days
               compute ws-cal-int = ws-cal-start-int + ws-cal-day
               compute ws-date-work = date-of-integer(ws-cal-int)
               move ws-date-work to ws-cal-check-date
               move "N" to ws-cal-found
               perform varying calendar-idx from 1 by 1
                     until calendar-idx > calendar-count
                   if calendar-entry(calendar-idx)(1:8)
                         = ws-cal-check-date then
                       move "Y" to ws-cal-found
                       move calendar-entry(calendar-idx)
                           to ws-calendar-record
                       exit perform
                   end-if
               end-perform
               if ws-cal-found = "N" then
                   add 1 to ws-cal-missing
                   if ws-cal-missing = 1 then
                       move ws-cal-check-date to ws-cal-first-missing
                   end-if
               else
                   evaluate cal-day-flag of ws-calendar-record
                       when "B"
                           add 1 to ws-cal-busdays
                       when "W"
                       when "H"
                           continue
                       when other
                           move "FAIL" to ws-finding-level
                           move spaces to ws-finding-text
                           string "bad day flag on calendar date "
                               delimited by size
                               ws-cal-check-date delimited by size
                               into ws-finding-text
                           perform add-finding
                   end-evaluate
               end-if
           end-perform
           if ws-cal-missing > 0 then
               move ws-cal-missing to ws-count-display
               move "FAIL" to ws-finding-level
               move spaces to ws-finding-text
               string "business calendar missing " delimited by size
                   ws-count-display delimited by size
                   " dates in window from " delimited by size
                   ws-cal-first-missing delimited by size
                   into ws-finding-text
               perform add-finding
           end-if
           if ws-cal-missing = 0 and ws-cal-busdays = 0 then
               move "WARN" to ws-finding-level
               move "no business day in the check window"
                   to ws-finding-text
               perform add-finding
           end-if.

      *> no schedule file at all is fine - every job then runs daily
       check-job-schedule.
           open input job-schedule-file
           if sched-file-status not = "00" then
               exit paragraph
           end-if
           perform until sched-file-status not = "00"
               read job-schedule-file
                   at end exit perform
               end-read
               move fs-sched-record to ws-sched-record
               if sched-job-code of ws-sched-record not = spaces then
                   perform check-schedule-line
               end-if
           end-perform
           close job-schedule-file.

       check-schedule-line.
           move sched-job-code of ws-sched-record to ws-check-job-code
           perform find-known-job
           if ws-known-job = "N" then
               move "FAIL" to ws-finding-level
               move spaces to ws-finding-text
               string "schedule for unknown job " delimited by size
                   sched-job-code of ws-sched-record delimited by size
                   into ws-finding-text
               perform add-finding
           end-if
           move "Y" to ws-match-flag
           evaluate sched-frequency of ws-sched-record
               when "DAILY"
               when "MONTHEND"
                   continue
               when "WEEKLY"
                   move "N" to ws-match-flag
                   perform varying ws-weekday-idx from 1 by 1
                         until ws-weekday-idx > 7
                       if ws-weekday-names
                             ((ws-weekday-idx - 1) * 3 + 1:3)
                             = sched-weekday of ws-sched-record then
                           move "Y" to ws-match-flag
                           exit perform
                       end-if
                   end-perform
               when "BUSDAYN"
                   if sched-day-nth of ws-sched-record not numeric
                         or sched-day-nth of ws-sched-record = 0
                         or sched-day-nth of ws-sched-record > 23 then
                       move "N" to ws-match-flag
                   end-if
               when "DATES"
                   move 0 to sched-date-count
                   perform varying sched-date-idx from 1 by 1
                         until sched-date-idx > 6
                       if sched-date of ws-sched-record(sched-date-idx)
                             not = spaces then
                           if sched-date of ws-sched-record
                                 (sched-date-idx) is numeric then
                               add 1 to sched-date-count
                           else
                               move "N" to ws-match-flag
                           end-if
                       end-if
                   end-perform
                   if sched-date-count = 0 then
                       move "N" to ws-match-flag
                   end-if
               when other
                   move "N" to ws-match-flag
           end-evaluate
           if ws-match-flag = "N" then
               move "FAIL" to ws-finding-level
               move spaces to ws-finding-text
               string "bad " delimited by size
                   sched-frequency of ws-sched-record
                   delimited by space
                   " schedule rule for " delimited by size
                   sched-job-code of ws-sched-record delimited by size
                   into ws-finding-text
               perform add-finding
           end-if.

       check-required-files.
           open input config-file
           if config-file-status = "00" then
               read config-file
                   at end
                       move "FAIL" to ws-finding-level
                       move "config/sample.cfg is empty"
                           to ws-finding-text
                       perform add-finding
               end-read
               close config-file
           else
               move "FAIL" to ws-finding-level
               move "config/sample.cfg not found" to ws-finding-text
               perform add-finding
           end-if
           open input job-request-file
           if jobreq-file-status = "00" then
               close job-request-file
           else
               move "FAIL" to ws-finding-level
               move spaces to ws-finding-text
               string "job-request master not available, status "
                   delimited by size
                   jobreq-file-status delimited by size
                   into ws-finding-text
               perform add-finding
           end-if.

       add-finding.
           if ws-finding-level = "FAIL" then
               add 1 to ws-fail-count
           else
               add 1 to ws-warn-count
           end-if
           if finding-count < finding-max then
               add 1 to finding-count
               move spaces to finding-line(finding-count)
               string "  " delimited by size
                   ws-finding-level delimited by size
                   "  " delimited by size
                   ws-finding-text delimited by size
                   into finding-line(finding-count)
           else
               add 1 to finding-overflow
           end-if.

       write-readiness-report.
           open output ready-report-file
           if readyrpt-file-status not = "00" then
               display "error: cannot open readiness report"
                   upon syserr
               exit paragraph
           end-if
           move spaces to fs-readyrpt-line
           string "PRE-BATCH READINESS CHECK - BATCH DATE "
               delimited by size
               ws-check-date delimited by size
               into fs-readyrpt-line
           write fs-readyrpt-line
           move spaces to fs-readyrpt-line
           string "RUN " delimited by size
               ws-today-stamp(1:8) delimited by size
               " " delimited by size
               ws-today-stamp(9:6) delimited by size
               "  CALENDAR WINDOW " delimited by size
               ws-window-days delimited by size
               " DAYS" delimited by size
               into fs-readyrpt-line
           write fs-readyrpt-line
           move spaces to fs-readyrpt-line
           write fs-readyrpt-line
           move "FINDINGS" to fs-readyrpt-line
           write fs-readyrpt-line
           if finding-count = 0 then
               move "  (none)" to fs-readyrpt-line
               write fs-readyrpt-line
           end-if
           perform varying finding-idx from 1 by 1
                 until finding-idx > finding-count
               move finding-line(finding-idx) to fs-readyrpt-line
               write fs-readyrpt-line
           end-perform
           if finding-overflow > 0 then
               move spaces to fs-readyrpt-line
               string "  ... " delimited by size
                   finding-overflow delimited by size
                   " further findings not listed" delimited by size
                   into fs-readyrpt-line
               write fs-readyrpt-line
           end-if
           move spaces to fs-readyrpt-line
           write fs-readyrpt-line
           move spaces to fs-readyrpt-line
           string "Failures: " delimited by size
               ws-fail-count delimited by size
               "  Warnings: " delimited by size
               ws-warn-count delimited by size
               into fs-readyrpt-line
           write fs-readyrpt-line
           move spaces to fs-readyrpt-line
           string "RESULT: " delimited by size
               ready-result of ws-ready-record delimited by size
               into fs-readyrpt-line
           write fs-readyrpt-line
           close ready-report-file.

       write-readiness-record.
           move ws-check-date to ready-batch-date of ws-ready-record
           move function current-date
               to ready-timestamp of ws-ready-record
           accept ready-operator-id of ws-ready-record
               from environment "USER"
           move ws-fail-count to ready-fail-count of ws-ready-record
           move ws-warn-count to ready-warn-count of ws-ready-record
           move ws-ready-record to fs-ready-record
           open extend readiness-file
           if ready-file-status = "05" or ready-file-status = "35"
               then
               open output readiness-file
           end-if
           if ready-file-status not = "00" then
               display "error: cannot write readiness file"
                   upon syserr
               move 8 to ws-ready-rc
           else
               write fs-ready-record
               close readiness-file
           end-if.

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
       end program READYCHK.
