      * SHIFT HANDOVER REPORT BUILDER, CALLED AT SIGN-OFF OR ON DEMAND
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. HANDRPT.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select shift-log-file assign to ws-shiftlog-path
               organization is line sequential
               file status is shiftlog-file-status.
           select job-request-file assign to ws-jobreq-path
               organization is indexed
               access mode is dynamic
               record key is jobreq-job-id of fs-jobreq-record
               file status is jobreq-file-status.
           select reject-file assign to ws-reject-path
               organization is line sequential
               file status is reject-file-status.
           select batch-status-file assign to ws-bstat-path
               organization is line sequential
               file status is bstat-file-status.
           select alert-file assign to ws-alert-path
               organization is line sequential
               file status is alert-file-status.
           select handover-report-file assign to ws-handover-path
               organization is line sequential
               file status is handover-report-status.

       data division.
       file section.
       fd shift-log-file.
       01 fs-shiftlog-record.
           copy "SHIFTLOG.cpy".

       fd job-request-file.
       01 fs-jobreq-record.
           copy "JOBREQ.cpy".

       fd reject-file.
       01 fs-reject-record.
           copy "TXNREJ.cpy".

       fd batch-status-file.
       01 fs-bstat-record.
           copy "BATSTAT.cpy".

       fd alert-file.
       01 fs-alert-record.
           copy "ALERTREC.cpy".

       fd handover-report-file.
       01 fs-handover-line pic x(100).

       working-storage section.
       01 ws-shiftlog-path pic x(40) value "data/shift-log.dat".
       01 shiftlog-file-status pic xx.
       01 ws-jobreq-path pic x(40) value "data/job-request.dat".
       01 jobreq-file-status pic xx.
       01 ws-reject-path pic x(40) value "data/txn-rejects.dat".
       01 reject-file-status pic xx.
       01 ws-bstat-path pic x(40) value "data/batch-status.dat".
       01 bstat-file-status pic xx.
       01 ws-alert-path pic x(40) value "data/ops-alerts.dat".
       01 alert-file-status pic xx.
       01 ws-handover-path pic x(40)
           value "data/handover-report.txt".
       01 handover-report-status pic xx.

      *> notes written since the last handover was acknowledged are
      *> the ones the incoming shift has not yet seen; past the table
      *> size the oldest drop off
       01 note-count usage binary-long value 0.
       01 note-max usage binary-long value 200.
       01 note-idx usage binary-long.
       01 note-table.
           05 note-entry occurs 200 times pic x(108).
       01 ws-note-record.
           copy "SHIFTLOG.cpy".

      *> batch dates before today with requests on the master, and
      *> whether each has a close record on batch-status.dat; past
      *> the table size the most recent dates are kept and requests
      *> on the older ones are counted as not checked
       01 opendate-count usage binary-long value 0.
       01 opendate-max usage binary-long value 100.
       01 opendate-idx usage binary-long.
       01 opendate-oldest-idx usage binary-long.
       01 opendate-dropped pic 9(6) value 0.
       01 opendate-table.
           05 opendate-slot occurs 100 times.
               10 opendate-date pic x(8).
               10 opendate-requests pic 9(4).
               10 opendate-closed pic x.

       01 ws-now-timestamp pic x(26).
       01 ws-now-date pic x(8).
       01 ws-report-stamp pic x(14).
       01 ws-age-days usage binary-long.
       01 ws-age-display pic z(5)9.
       01 ws-request-count pic 9(4) value 0.
       01 ws-reject-count pic 9(4) value 0.
       01 ws-date-count pic 9(4) value 0.
       01 ws-alert-count pic 9(4) value 0.
       01 ws-note-display pic 9(4) value 0.

       linkage section.
       01 lk-prepared-by pic x(8).
       01 lk-report-stamp pic x(14).
       01 lk-open-items pic 9(5).

       procedure division using lk-prepared-by lk-report-stamp
           lk-open-items.
       handrpt-main.
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:8) to ws-now-date
           move ws-now-timestamp(1:14) to ws-report-stamp
           move ws-report-stamp to lk-report-stamp
           move 0 to lk-open-items
           move 0 to ws-request-count
           move 0 to ws-reject-count
           move 0 to ws-date-count
           move 0 to ws-alert-count
           perform load-handover-notes
           open output handover-report-file
           if handover-report-status not = "00" then
               display "error: cannot open handover report" upon syserr
               move spaces to lk-report-stamp
               goback
           end-if
           move "SHIFT HANDOVER REPORT" to fs-handover-line
           write fs-handover-line
           move spaces to fs-handover-line
           string "REPORT " delimited by size
               ws-report-stamp delimited by size
               " PREPARED BY " delimited by size
               lk-prepared-by delimited by size
               into fs-handover-line
           write fs-handover-line
           perform write-handover-notes
           perform write-open-requests
           perform write-outstanding-rejects
           perform write-unclosed-dates
           perform write-open-alerts
           move spaces to fs-handover-line
           write fs-handover-line
           move note-count to ws-note-display
           move spaces to fs-handover-line
           string "NOTES " delimited by size
               ws-note-display delimited by size
               "  OPEN REQUESTS " delimited by size
               ws-request-count delimited by size
               "  REJECTS " delimited by size
               ws-reject-count delimited by size
               "  UNCLOSED DATES " delimited by size
               ws-date-count delimited by size
               "  ALERTS " delimited by size
               ws-alert-count delimited by size
               into fs-handover-line
           write fs-handover-line
           close handover-report-file
           compute lk-open-items = ws-request-count + ws-reject-count
               + ws-date-count + ws-alert-count
           goback.

       load-handover-notes.
           move 0 to note-count
           open input shift-log-file
           if shiftlog-file-status = "00" then
               perform until shiftlog-file-status not = "00"
                   read shift-log-file
                       at end exit perform
                   end-read
                   evaluate shift-entry-type of fs-shiftlog-record
                       when "ACK"
                           move 0 to note-count
                       when "NOTE"
                           if note-count >= note-max then
                               perform varying note-idx from 1 by 1
                                     until note-idx >= note-max
                                   move note-entry(note-idx + 1)
                                       to note-entry(note-idx)
                               end-perform
                               move fs-shiftlog-record
                                   to note-entry(note-max)
                           else
                               add 1 to note-count
                               move fs-shiftlog-record
                                   to note-entry(note-count)
                           end-if
                   end-evaluate
               end-perform
               close shift-log-file
           end-if.

       write-handover-notes.
           move spaces to fs-handover-line
           write fs-handover-line
           move "HANDOVER NOTES" to fs-handover-line
           write fs-handover-line
           if note-count = 0 then
               move "  (none)" to fs-handover-line
               write fs-handover-line
           end-if
           perform varying note-idx from 1 by 1
                 until note-idx > note-count
               move note-entry(note-idx) to ws-note-record
               move spaces to fs-handover-line
               string "  " delimited by size
                   shift-timestamp of ws-note-record(1:8)
                   delimited by size
                   " " delimited by size
                   shift-timestamp of ws-note-record(9:4)
                   delimited by size
                   " " delimited by size
                   shift-operator-id of ws-note-record
                   delimited by size
                   " " delimited by size
                   shift-text of ws-note-record delimited by size
                   into fs-handover-line
               write fs-handover-line
           end-perform.

      *> SUBMITTED requests still waiting on the scheduler and
      *> restricted requests still held for a second supervisor
       write-open-requests.
           move spaces to fs-handover-line
           write fs-handover-line
           move "OPEN JOB REQUESTS" to fs-handover-line
           write fs-handover-line
           move 0 to opendate-count
           move 0 to opendate-dropped
           open input job-request-file
           if jobreq-file-status = "00" then
               perform until jobreq-file-status not = "00"
                   read job-request-file next
                       at end exit perform
                   end-read
                   perform note-request-batch-date
                   if jobreq-status of fs-jobreq-record = "SUBMITTED"
                         or jobreq-status of fs-jobreq-record
                         = "PENDING-APPROVAL" then
                       add 1 to ws-request-count
                       move spaces to fs-handover-line
                       string "  " delimited by size
                           jobreq-job-id of fs-jobreq-record
                           delimited by size
                           " " delimited by size
                           jobreq-job-code of fs-jobreq-record
                           delimited by size
                           " " delimited by size
                           jobreq-status of fs-jobreq-record
                           delimited by size
                           " " delimited by size
                           jobreq-batch-date of fs-jobreq-record
                           delimited by size
                           " by " delimited by size
                           jobreq-request-oper of fs-jobreq-record
                           delimited by size
                           into fs-handover-line
                       write fs-handover-line
                   end-if
               end-perform
               close job-request-file
           end-if
           if ws-request-count = 0 then
               move "  (none)" to fs-handover-line
               write fs-handover-line
           end-if.

       note-request-batch-date.
           if jobreq-batch-date of fs-jobreq-record not numeric
                 or jobreq-batch-date of fs-jobreq-record
                 not < ws-now-date then
               exit paragraph
           end-if
           perform varying opendate-idx from 1 by 1
                 until opendate-idx > opendate-count
               if opendate-date(opendate-idx)
                     = jobreq-batch-date of fs-jobreq-record then
                   add 1 to opendate-requests(opendate-idx)
                   exit paragraph
               end-if
           end-perform
           if opendate-count < opendate-max then
               add 1 to opendate-count
               move jobreq-batch-date of fs-jobreq-record
                   to opendate-date(opendate-count)
               move 1 to opendate-requests(opendate-count)
               move "N" to opendate-closed(opendate-count)
               exit paragraph
           end-if
           move 1 to opendate-oldest-idx
           perform varying opendate-idx from 2 by 1
                 until opendate-idx > opendate-count
               if opendate-date(opendate-idx)
                     < opendate-date(opendate-oldest-idx) then
                   move opendate-idx to opendate-oldest-idx
               end-if
           end-perform
           if jobreq-batch-date of fs-jobreq-record
                 < opendate-date(opendate-oldest-idx) then
               add 1 to opendate-dropped
               exit paragraph
           end-if
           add opendate-requests(opendate-oldest-idx)
               to opendate-dropped
           move jobreq-batch-date of fs-jobreq-record
               to opendate-date(opendate-oldest-idx)
           move 1 to opendate-requests(opendate-oldest-idx)
           move "N" to opendate-closed(opendate-oldest-idx).

       write-outstanding-rejects.
           move spaces to fs-handover-line
           write fs-handover-line
           move "OUTSTANDING REJECTS" to fs-handover-line
           write fs-handover-line
           open input reject-file
           if reject-file-status = "00" then
               perform until reject-file-status not = "00"
                   read reject-file
                       at end exit perform
                   end-read
                   if rej-disposition of fs-reject-record = spaces then
                       add 1 to ws-reject-count
                       perform write-reject-line
                   end-if
               end-perform
               close reject-file
           end-if
           if ws-reject-count = 0 then
               move "  (none)" to fs-handover-line
               write fs-handover-line
           end-if.

       write-reject-line.
           if rej-timestamp of fs-reject-record (1:8) numeric then
               compute ws-age-days =
                   integer-of-date(numval(ws-now-date))
                   - integer-of-date(numval(
                       rej-timestamp of fs-reject-record (1:8)))
           else
               move 0 to ws-age-days
           end-if
           move ws-age-days to ws-age-display
           move spaces to fs-handover-line
           string "  " delimited by size
               rej-reason-code of fs-reject-record delimited by size
               " " delimited by size
               rej-batch-date of fs-reject-record delimited by size
               " " delimited by size
               rej-run-type of fs-reject-record delimited by size
               " " delimited by size
               rej-operator-id of fs-reject-record delimited by size
               " age " delimited by size
               ws-age-display delimited by size
               " days" delimited by size
               into fs-handover-line
           write fs-handover-line.

       write-unclosed-dates.
           open input batch-status-file
           if bstat-file-status = "00" then
               perform until bstat-file-status not = "00"
                   read batch-status-file
                       at end exit perform
                   end-read
                   perform varying opendate-idx from 1 by 1
                         until opendate-idx > opendate-count
                       if opendate-date(opendate-idx)
                             = bstat-batch-date of fs-bstat-record then
                           move "Y" to opendate-closed(opendate-idx)
                       end-if
                   end-perform
               end-perform
               close batch-status-file
           end-if
           move spaces to fs-handover-line
           write fs-handover-line
           move "UNCLOSED BUSINESS DATES" to fs-handover-line
           write fs-handover-line
           perform varying opendate-idx from 1 by 1
                 until opendate-idx > opendate-count
               if opendate-closed(opendate-idx) = "N" then
                   add 1 to ws-date-count
                   move spaces to fs-handover-line
                   string "  " delimited by size
                       opendate-date(opendate-idx) delimited by size
                       " requests " delimited by size
                       opendate-requests(opendate-idx)
                       delimited by size
                       " not closed" delimited by size
                       into fs-handover-line
                   write fs-handover-line
               end-if
           end-perform
           if ws-date-count = 0 then
               move "  (none)" to fs-handover-line
               write fs-handover-line
           end-if
           if opendate-dropped > 0 then
               move spaces to fs-handover-line
               string "  ... " delimited by size
                   opendate-dropped delimited by size
                   " requests on earlier dates not checked"
                   delimited by size
                   into fs-handover-line
               write fs-handover-line
           end-if.

       write-open-alerts.
           move spaces to fs-handover-line
           write fs-handover-line
           move "UNACKNOWLEDGED ALERTS" to fs-handover-line
           write fs-handover-line
           open input alert-file
           if alert-file-status = "00" then
               perform until alert-file-status not = "00"
                   read alert-file
                       at end exit perform
                   end-read
                   if alert-ack-status of fs-alert-record = "O" then
                       add 1 to ws-alert-count
                       move spaces to fs-handover-line
                       string "  " delimited by size
                           alert-id of fs-alert-record
                           delimited by size
                           " " delimited by size
                           alert-severity of fs-alert-record
                           delimited by size
                           " " delimited by size
                           alert-event-type of fs-alert-record
                           delimited by size
                           " " delimited by size
                           alert-reference of fs-alert-record
                           delimited by size
                           into fs-handover-line
                       write fs-handover-line
                   end-if
               end-perform
               close alert-file
           end-if
           if ws-alert-count = 0 then
               move "  (none)" to fs-handover-line
               write fs-handover-line
           end-if.
       end program HANDRPT.
