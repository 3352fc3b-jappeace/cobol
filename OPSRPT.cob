       01 jobreq-max usage binary-long value 500.
       01 jobreq-idx usage binary-long.
       01 jobreq-table.
           05 jobreq-entry occurs 500 times pic x(142).

       01 status-count usage binary-long value 0.
       01 status-max usage binary-long value 12.
       01 status-idx usage binary-long.
       01 status-totals.
           05 status-slot occurs 12 times.
               10 status-key pic x(16).
               10 status-tally pic 9(6).
       01 ws-outcome-count pic 9(6) value 0.

       01 ws-found-idx usage binary-long.
       01 ws-join-job-code pic x(30).
       01 ws-rc-display pic -(9)9.
       01 ws-report-date pic x(8).
       01 ws-verify-seen pic x value "N".
       01 ws-verify-stamp pic x(14).
       01 ws-verify-rc pic s9(9).
       01 ws-now-timestamp pic x(26).

       procedure division.
       accept ws-cmd-line from command-line
       perform parse-report-range
       perform load-job-requests
       perform tally-request-status
       perform tally-audit-log
       if ws-audit-total = 0 then
           display "no audit records to report" upon syserr
               close job-request-file
           end-if.

       tally-request-status.
           move 0 to status-count
           perform varying jobreq-idx from 1 by 1
                 until jobreq-idx > jobreq-count
               move jobreq-entry(jobreq-idx) to ws-jobreq-record
               if jobreq-batch-date of ws-jobreq-record
                     not < ws-from-date
                     and jobreq-batch-date of ws-jobreq-record
                     not > ws-to-date then
                   move 0 to ws-found-idx
                   perform varying status-idx from 1 by 1
                         until status-idx > status-count
                       if status-key(status-idx)
                             = jobreq-status of ws-jobreq-record then
                           move status-idx to ws-found-idx
                       end-if
                   end-perform
                   if ws-found-idx = 0 and status-count < status-max
                       then
                       add 1 to status-count
                       move status-count to ws-found-idx
                       move jobreq-status of ws-jobreq-record
                           to status-key(ws-found-idx)
                       move 0 to status-tally(ws-found-idx)
                   end-if
                   if ws-found-idx > 0 then
                       add 1 to status-tally(ws-found-idx)
                   end-if
               end-if
           end-perform.

       tally-audit-log.
           move 0 to ws-audit-total
           if ws-range-mode = "Y" then
               close audit-file
           end-if.

      *> the most recent AUDVRFY run up to the report date is carried
      *> onto the report whether or not it falls inside the period
       tally-one-event.
           if aud-event-type of ws-audit-record = "AUDIT-VERIFY"
                 and aud-timestamp of ws-audit-record (1:8)
                 not > ws-to-date then
               move "Y" to ws-verify-seen
               move aud-timestamp of ws-audit-record (1:14)
                   to ws-verify-stamp
               move aud-rc of ws-audit-record to ws-verify-rc
           end-if
           if aud-timestamp of ws-audit-record (1:8) < ws-from-date
                 or aud-timestamp of ws-audit-record (1:8)
                 > ws-to-date then
                   write fs-report-line
               end-if
               move spaces to fs-report-line
               if ws-verify-seen = "N" then
                   move "AUDIT LOG VERIFICATION: NOT RUN"
                       to fs-report-line
               else
                   if ws-verify-rc = 0 then
                       string "AUDIT LOG VERIFICATION: PASS "
                           delimited by size
                           ws-verify-stamp delimited by size
                           into fs-report-line
                   else
                       string "AUDIT LOG VERIFICATION: FAIL "
                           delimited by size
                           ws-verify-stamp delimited by size
                           " - see data/audit-verify.txt"
                           delimited by size
                           into fs-report-line
                   end-if
               end-if
               write fs-report-line
               move spaces to fs-report-line
               write fs-report-line

               move "EVENTS BY TYPE" to fs-report-line
               move spaces to fs-report-line
               write fs-report-line

               move "JOB OUTCOMES BY STATUS (BATCH DATE)"
                   to fs-report-line
               write fs-report-line
               perform varying status-idx from 1 by 1
                     until status-idx > status-count
                   move spaces to fs-report-line
                   string "  " delimited by size
                       status-key(status-idx) delimited by size
                       " " delimited by size
                       status-tally(status-idx) delimited by size
                       into fs-report-line
                   write fs-report-line
               end-perform
               move spaces to fs-report-line
               write fs-report-line

               move "JOBS ENDED WITH WARNINGS, FAILURES OR ABENDS"
                   to fs-report-line
               write fs-report-line
               move 0 to ws-outcome-count
               perform varying jobreq-idx from 1 by 1
                     until jobreq-idx > jobreq-count
                   move jobreq-entry(jobreq-idx) to ws-jobreq-record
                   if jobreq-batch-date of ws-jobreq-record
                         not < ws-from-date
                         and jobreq-batch-date of ws-jobreq-record
                         not > ws-to-date
                         and (jobreq-status of ws-jobreq-record
                         = "COMPLETED-WARN"
                         or jobreq-status of ws-jobreq-record
                         = "FAILED"
                         or jobreq-status of ws-jobreq-record
                         = "ABENDED") then
                       add 1 to ws-outcome-count
                       move spaces to fs-report-line
                       string "  " delimited by size
                           jobreq-batch-date of ws-jobreq-record
                           delimited by size
                           " " delimited by size
                           jobreq-job-id of ws-jobreq-record
                           delimited by size
                           " " delimited by size
                           jobreq-job-code of ws-jobreq-record
                           delimited by size
                           " " delimited by size
                           jobreq-status of ws-jobreq-record
                           delimited by size
                           into fs-report-line
                       write fs-report-line
                   end-if
               end-perform
               if ws-outcome-count = 0 then
                   move "  (none)" to fs-report-line
                   write fs-report-line
               end-if
               move spaces to fs-report-line
               write fs-report-line

               move "EVENTS BY DAY" to fs-report-line
               write fs-report-line
               perform varying day-idx from 1 by 1
