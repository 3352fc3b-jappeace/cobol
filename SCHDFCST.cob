      * JOB SCHEDULE FORECAST FOR THE BUSINESS DAYS OF A MONTH
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. SCHDFCST.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select job-chain-file assign to ws-chain-path
               organization is line sequential
               file status is chain-file-status.
           select calendar-file assign to ws-calendar-path
               organization is line sequential
               file status is calendar-file-status.
           select forecast-file assign to ws-forecast-path
               organization is line sequential
               file status is forecast-file-status.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd job-chain-file.
       01 fs-chain-record.
           copy "JOBCHAIN.cpy".

       fd calendar-file.
       01 fs-calendar-record.
           copy "CALREC.cpy".

       fd forecast-file.
       01 fs-forecast-line pic x(100).

       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       working-storage section.
       01 ws-chain-path pic x(40) value "data/job-chain.dat".
       01 chain-file-status pic xx.
       01 ws-calendar-path pic x(40)
           value "data/business-calendar.dat".
       01 calendar-file-status pic xx.
       01 ws-forecast-path pic x(40)
           value "data/schedule-forecast.txt".
       01 forecast-file-status pic xx.
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

      *> the forecast follows chain order when there is a chain, as
      *> batch mode does, otherwise the launch-menu order
       01 fcjob-count usage binary-long value 0.
       01 fcjob-max usage binary-long value 20.
       01 fcjob-idx usage binary-long.
       01 fcjob-table.
           05 fcjob-slot occurs 20 times.
               10 fcjob-code pic x(30).
               10 fcjob-runs pic 9(3).

       01 calendar-count usage binary-long value 0.
       01 calendar-max usage binary-long value 800.
       01 calendar-idx usage binary-long.
       01 calendar-table.
           05 calendar-entry occurs 800 times pic x(40).

       01 ws-cmd-line pic x(80).
       01 ws-month-arg pic x(10).
       01 ws-fc-month pic x(6).
       01 ws-month-year pic 9(4).
       01 ws-month-mm pic 9(2).
       01 ws-today-stamp pic x(26).
       01 ws-date-work pic 9(8).
       01 ws-day-int usage binary-long.
       01 ws-end-int usage binary-long.
       01 ws-fc-date pic x(8).
       01 ws-fc-weekday usage binary-long.
       01 ws-weekday-names pic x(21) value "MONTUEWEDTHUFRISATSUN".
       01 ws-fc-busday pic x.
       01 ws-fc-on-calendar pic x.
       01 ws-fc-busday-no pic 9(2) value 0.
       01 ws-fc-due pic x.
       01 ws-fc-first-job pic x.
       01 ws-fc-assumed usage binary-long value 0.
       01 ws-fc-runs-total pic 9(5) value 0.
       01 ws-fc-rc usage binary-long value 0.

       procedure division.
       schdfcst-main.
       accept ws-cmd-line from command-line
       perform parse-forecast-month
       perform open-audit-log
       if ws-fc-month not numeric
             or ws-fc-month(5:2) < "01" or ws-fc-month(5:2) > "12" then
           display "usage: SCHDFCST [yyyymm]" upon syserr
           move 8 to return-code
           perform close-audit-log
           goback
       end-if
       perform load-forecast-jobs
       perform load-calendar
       perform write-forecast-report
       if ws-fc-assumed > 0 then
           move 4 to ws-fc-rc
       end-if
       move "SCHDFCST" to aud-call-name of ws-audit-record
       move "SCHED-FCST" to aud-event-type of ws-audit-record
       move ws-fc-rc to aud-rc of ws-audit-record
       move ws-fc-rc to return-code
       move spaces to aud-detail of ws-audit-record
       string ws-fc-month " runs " ws-fc-runs-total
           delimited by size into aud-detail of ws-audit-record
       perform write-audit-record
       perform close-audit-log
       goback.

       parse-forecast-month.
           move spaces to ws-month-arg
           unstring ws-cmd-line delimited by all " "
               into ws-month-arg
           end-unstring
           if ws-month-arg not = spaces then
               move ws-month-arg(1:6) to ws-fc-month
               exit paragraph
           end-if
           move function current-date to ws-today-stamp
           move ws-today-stamp(1:4) to ws-month-year
           move ws-today-stamp(5:2) to ws-month-mm
           if ws-month-mm = 12 then
               add 1 to ws-month-year
               move 1 to ws-month-mm
           else
               add 1 to ws-month-mm
           end-if
           move ws-month-year to ws-fc-month(1:4)
           move ws-month-mm to ws-fc-month(5:2).

       load-forecast-jobs.
           move 0 to fcjob-count
           open input job-chain-file
           if chain-file-status = "00" then
               perform until chain-file-status not = "00"
                     or fcjob-count >= fcjob-max
                   read job-chain-file
                       at end exit perform
                   end-read
                   if chain-job-code of fs-chain-record not = spaces
                       then
                       add 1 to fcjob-count
                       move chain-job-code of fs-chain-record
                           to fcjob-code(fcjob-count)
                       move 0 to fcjob-runs(fcjob-count)
                   end-if
               end-perform
               close job-chain-file
           end-if
           if fcjob-count = 0 then
               perform varying job-idx from 1 by 1
                     until job-idx > job-count
                   add 1 to fcjob-count
                   move job-label(job-idx) to fcjob-code(fcjob-count)
                   move 0 to fcjob-runs(fcjob-count)
               end-perform
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

       write-forecast-report.
           open output forecast-file
           if forecast-file-status not = "00" then
               display "error: cannot open schedule forecast"
                   upon syserr
               move 8 to ws-fc-rc
               exit paragraph
           end-if
           move spaces to fs-forecast-line
           string "JOB SCHEDULE FORECAST - " delimited by size
               ws-fc-month delimited by size
               into fs-forecast-line
           write fs-forecast-line
           move spaces to fs-forecast-line
           write fs-forecast-line
           move "DATE     DAY BUS  JOBS DUE" to fs-forecast-line
           write fs-forecast-line
           move ws-fc-month to ws-date-work(1:6)
           move "01" to ws-date-work(7:2)
           compute ws-day-int = integer-of-date(ws-date-work)
           move ws-fc-month(1:4) to ws-month-year
           move ws-fc-month(5:2) to ws-month-mm
           if ws-month-mm = 12 then
               add 1 to ws-month-year
               move 1 to ws-month-mm
           else
               add 1 to ws-month-mm
           end-if
           compute ws-date-work =
               ws-month-year * 10000 + ws-month-mm * 100 + 1
           compute ws-end-int = integer-of-date(ws-date-work) - 1
           perform until ws-day-int > ws-end-int
               perform forecast-one-day
               add 1 to ws-day-int
           end-perform
           move spaces to fs-forecast-line
           write fs-forecast-line
           move "RUNS BY JOB" to fs-forecast-line
           write fs-forecast-line
           perform varying fcjob-idx from 1 by 1
                 until fcjob-idx > fcjob-count
               move spaces to fs-forecast-line
               string "  " delimited by size
                   fcjob-code(fcjob-idx) delimited by size
                   " " delimited by size
                   fcjob-runs(fcjob-idx) delimited by size
                   into fs-forecast-line
               write fs-forecast-line
           end-perform
           if ws-fc-assumed > 0 then
               move spaces to fs-forecast-line
               write fs-forecast-line
               move "* date not on business calendar, Monday-Friday assumed"
                   to fs-forecast-line
               write fs-forecast-line
           end-if
           close forecast-file.

       forecast-one-day.
           compute ws-date-work = date-of-integer(ws-day-int)
           move ws-date-work to ws-fc-date
           compute ws-fc-weekday = mod(ws-day-int, 7)
           if ws-fc-weekday = 0 then
               move 7 to ws-fc-weekday
           end-if
           perform check-forecast-business-day
           if ws-fc-busday = "N" then
               exit paragraph
           end-if
           add 1 to ws-fc-busday-no
           move "Y" to ws-fc-first-job
           perform varying fcjob-idx from 1 by 1
                 until fcjob-idx > fcjob-count
               call "JOBDUE" using
                   by reference fcjob-code(fcjob-idx)
                   by reference ws-fc-date
                   by reference ws-fc-due
               if ws-fc-due = "Y" then
                   add 1 to fcjob-runs(fcjob-idx)
                   add 1 to ws-fc-runs-total
                   move spaces to fs-forecast-line
                   if ws-fc-first-job = "Y" then
                       perform build-forecast-date-column
                       move "N" to ws-fc-first-job
                   end-if
                   move fcjob-code(fcjob-idx) to fs-forecast-line(18:30)
                   write fs-forecast-line
               end-if
           end-perform
           if ws-fc-first-job = "Y" then
               move spaces to fs-forecast-line
               perform build-forecast-date-column
               move "(no jobs due)" to fs-forecast-line(18:13)
               write fs-forecast-line
           end-if.

       build-forecast-date-column.
           move ws-fc-date to fs-forecast-line(1:8)
           move ws-weekday-names((ws-fc-weekday - 1) * 3 + 1:3)
               to fs-forecast-line(10:3)
           move ws-fc-busday-no to fs-forecast-line(14:2)
           if ws-fc-on-calendar = "N" then
               move "*" to fs-forecast-line(16:1)
           end-if.

      *> same fallback as JOBDUE for dates past the end of the calendar
       check-forecast-business-day.
           move "N" to ws-fc-busday
           move "N" to ws-fc-on-calendar
           perform varying calendar-idx from 1 by 1
                 until calendar-idx > calendar-count
               if calendar-entry(calendar-idx)(1:8) = ws-fc-date then
                   move "Y" to ws-fc-on-calendar
                   if calendar-entry(calendar-idx)(9:1) = "B" then
                       move "Y" to ws-fc-busday
                   end-if
                   exit perform
               end-if
           end-perform
           if ws-fc-on-calendar = "N" and ws-fc-weekday <= 5 then
               move "Y" to ws-fc-busday
               add 1 to ws-fc-assumed
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
       end program SCHDFCST.
