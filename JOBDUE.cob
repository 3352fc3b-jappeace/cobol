      * JOB DUE-DATE RESOLUTION AGAINST SCHEDULE AND BUSINESS CALENDAR
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. JOBDUE.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select job-schedule-file assign to ws-sched-path
               organization is line sequential
               file status is sched-file-status.
           select calendar-file assign to ws-calendar-path
               organization is line sequential
               file status is calendar-file-status.

       data division.
       file section.
       fd job-schedule-file.
       01 fs-sched-record.
           copy "JOBSCHED.cpy".

       fd calendar-file.
       01 fs-calendar-record.
           copy "CALREC.cpy".

       working-storage section.
      *> schedule and calendar are read on the first call and kept for
      *> the rest of the run
       01 ws-sched-path pic x(40) value "data/job-schedule.dat".
       01 sched-file-status pic xx.
       01 ws-sched-record.
           copy "JOBSCHED.cpy".
       01 ws-calendar-path pic x(40)
           value "data/business-calendar.dat".
       01 calendar-file-status pic xx.
       01 ws-tables-loaded pic x value "N".

       01 sched-count usage binary-long value 0.
       01 sched-max usage binary-long value 100.
       01 sched-idx usage binary-long.
       01 sched-table.
           05 sched-entry occurs 100 times pic x(91).

       01 calendar-count usage binary-long value 0.
       01 calendar-max usage binary-long value 800.
       01 calendar-idx usage binary-long.
       01 calendar-table.
           05 calendar-entry occurs 800 times pic x(40).

       01 ws-job-scheduled pic x.
       01 ws-rule-due pic x.
       01 ws-date-work pic 9(8).
       01 ws-due-int usage binary-long.
       01 ws-scan-int usage binary-long.
       01 ws-scan-end-int usage binary-long.
       01 ws-busday-int usage binary-long.
       01 ws-busday-flag pic x.
       01 ws-busday-date pic x(8).
       01 ws-busday-weekday usage binary-long.
       01 ws-due-weekday usage binary-long.
       01 ws-target-weekday usage binary-long.
       01 ws-busday-count usage binary-long.
       01 ws-month-start pic x(8).
       01 ws-month-year pic 9(4).
       01 ws-month-mm pic 9(2).
       01 ws-date-idx usage binary-long.
       01 ws-weekday-names pic x(21) value "MONTUEWEDTHUFRISATSUN".
       01 ws-weekday-idx usage binary-long.

       linkage section.
       01 lk-job-code pic x(30).
       01 lk-due-date pic x(8).
       01 lk-due-flag pic x.

       procedure division using lk-job-code lk-due-date lk-due-flag.
       jobdue-main.
           if ws-tables-loaded = "N" then
               perform load-job-schedule
               perform load-calendar
               move "Y" to ws-tables-loaded
           end-if
           move "N" to lk-due-flag
           if lk-due-date not numeric then
               goback
           end-if
           move lk-due-date to ws-date-work
           compute ws-due-int = integer-of-date(ws-date-work)
           move "N" to ws-job-scheduled
           perform varying sched-idx from 1 by 1
                 until sched-idx > sched-count
               move sched-entry(sched-idx) to ws-sched-record
               if sched-job-code of ws-sched-record = lk-job-code then
                   move "Y" to ws-job-scheduled
                   perform resolve-schedule-rule
                   if ws-rule-due = "Y" then
                       move "Y" to lk-due-flag
                       exit perform
                   end-if
               end-if
           end-perform
           if ws-job-scheduled = "N" then
               move ws-due-int to ws-busday-int
               perform check-business-day
               move ws-busday-flag to lk-due-flag
           end-if
           goback.

       load-job-schedule.
           move 0 to sched-count
           open input job-schedule-file
           if sched-file-status = "00" then
               perform until sched-file-status not = "00"
                     or sched-count >= sched-max
                   read job-schedule-file
                       at end exit perform
                   end-read
                   if sched-job-code of fs-sched-record not = spaces
                       then
                       add 1 to sched-count
                       move fs-sched-record to sched-entry(sched-count)
                   end-if
               end-perform
               close job-schedule-file
           end-if.

       load-calendar.
           move 0 to calendar-count
           open input calendar-file
           if calendar-file-status = "00" then
               perform until calendar-file-status not = "00"
                     or calendar-count >= calendar-max
                   read calendar-file
                       at end exit perform
                   end-read
                   add 1 to calendar-count
                   move fs-calendar-record
                       to calendar-entry(calendar-count)
               end-perform
               close calendar-file
           end-if.

       resolve-schedule-rule.
           move "N" to ws-rule-due
           evaluate sched-frequency of ws-sched-record
               when "DAILY"
                   move ws-due-int to ws-busday-int
                   perform check-business-day
                   move ws-busday-flag to ws-rule-due
               when "WEEKLY"
                   perform resolve-weekly-rule
               when "MONTHEND"
                   perform resolve-monthend-rule
               when "BUSDAYN"
                   perform resolve-busdayn-rule
               when "DATES"
                   perform varying ws-date-idx from 1 by 1
                         until ws-date-idx > 6
                       if sched-date of ws-sched-record(ws-date-idx)
                             = lk-due-date then
                           move "Y" to ws-rule-due
                           exit perform
                       end-if
                   end-perform
           end-evaluate.

      *> due on the named weekday, or on the last business day before
      *> it in the same Monday-to-Sunday week when it is not worked
       resolve-weekly-rule.
           move 0 to ws-target-weekday
           perform varying ws-weekday-idx from 1 by 1
                 until ws-weekday-idx > 7
               if ws-weekday-names((ws-weekday-idx - 1) * 3 + 1:3)
                     = sched-weekday of ws-sched-record then
                   move ws-weekday-idx to ws-target-weekday
                   exit perform
               end-if
           end-perform
           if ws-target-weekday = 0 then
               exit paragraph
           end-if
           compute ws-due-weekday = mod(ws-due-int, 7)
           if ws-due-weekday = 0 then
               move 7 to ws-due-weekday
           end-if
           if ws-due-weekday > ws-target-weekday then
               exit paragraph
           end-if
           move ws-due-int to ws-busday-int
           perform check-business-day
           if ws-busday-flag = "N" then
               exit paragraph
           end-if
           compute ws-scan-end-int =
               ws-due-int + ws-target-weekday - ws-due-weekday
           perform scan-for-later-business-day.

       resolve-monthend-rule.
           move ws-due-int to ws-busday-int
           perform check-business-day
           if ws-busday-flag = "N" then
               exit paragraph
           end-if
           move lk-due-date(1:4) to ws-month-year
           move lk-due-date(5:2) to ws-month-mm
           if ws-month-mm = 12 then
               add 1 to ws-month-year
               move 1 to ws-month-mm
           else
               add 1 to ws-month-mm
           end-if
           compute ws-date-work =
               ws-month-year * 10000 + ws-month-mm * 100 + 1
           compute ws-scan-end-int = integer-of-date(ws-date-work) - 1
           perform scan-for-later-business-day.

       resolve-busdayn-rule.
           if sched-day-nth of ws-sched-record not numeric
                 or sched-day-nth of ws-sched-record = 0 then
               exit paragraph
           end-if
           move ws-due-int to ws-busday-int
           perform check-business-day
           if ws-busday-flag = "N" then
               exit paragraph
           end-if
           move lk-due-date(1:6) to ws-month-start(1:6)
           move "01" to ws-month-start(7:2)
           move ws-month-start to ws-date-work
           compute ws-scan-int = integer-of-date(ws-date-work)
           move 0 to ws-busday-count
           perform until ws-scan-int > ws-due-int
               move ws-scan-int to ws-busday-int
               perform check-business-day
               if ws-busday-flag = "Y" then
                   add 1 to ws-busday-count
               end-if
               add 1 to ws-scan-int
           end-perform
           if ws-busday-count = sched-day-nth of ws-sched-record then
               move "Y" to ws-rule-due
           end-if.

      *> the due date wins only if nothing after it up to
      *> ws-scan-end-int is a business day
       scan-for-later-business-day.
           move "Y" to ws-rule-due
           compute ws-scan-int = ws-due-int + 1
           perform until ws-scan-int > ws-scan-end-int
               move ws-scan-int to ws-busday-int
               perform check-business-day
               if ws-busday-flag = "Y" then
                   move "N" to ws-rule-due
                   exit perform
               end-if
               add 1 to ws-scan-int
           end-perform.

      *> dates beyond the calendar fall back to Monday-Friday
       check-business-day.
           compute ws-date-work = date-of-integer(ws-busday-int)
           move ws-date-work to ws-busday-date
           move "N" to ws-busday-flag
           perform varying calendar-idx from 1 by 1
                 until calendar-idx > calendar-count
               if calendar-entry(calendar-idx)(1:8) = ws-busday-date
                   then
                   if calendar-entry(calendar-idx)(9:1) = "B" then
                       move "Y" to ws-busday-flag
                   end-if
                   exit paragraph
               end-if
           end-perform
           compute ws-busday-weekday = mod(ws-busday-int, 7)
           if ws-busday-weekday >= 1 and ws-busday-weekday <= 5 then
               move "Y" to ws-busday-flag
           end-if.
       end program JOBDUE.
