      * OPERATIONS ALERT ACKNOWLEDGEMENT AND END-OF-DAY OPEN ALERT LIST
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. ALERTACK.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select alert-file assign to ws-alert-path
               organization is line sequential
               file status is alert-file-status.
           select operator-master-file assign to ws-oper-path
               organization is line sequential
               file status is oper-file-status.
           select eod-report-file assign to ws-eod-path
               organization is line sequential
               file status is eod-report-status.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd alert-file.
       01 fs-alert-record.
           copy "ALERTREC.cpy".

       fd operator-master-file.
       01 fs-oper-record.
           copy "OPERMAST.cpy".

       fd eod-report-file.
       01 fs-eod-line pic x(100).

       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       working-storage section.
       01 ws-alert-path pic x(40) value "data/ops-alerts.dat".
       01 alert-file-status pic xx.
       01 ws-alert-record.
           copy "ALERTREC.cpy".
       01 ws-oper-path pic x(40) value "data/operator-master.dat".
       01 oper-file-status pic xx.
       01 ws-oper-record.
           copy "OPERMAST.cpy".
       01 oper-found pic x value "N".
       01 ws-eod-path pic x(40) value "data/alert-eod-report.txt".
       01 eod-report-status pic xx.
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

      *> the whole alert file is held so an acknowledgement can be
      *> written back in place, as the operator master is
       01 alerttab-count usage binary-long value 0.
       01 alerttab-max usage binary-long value 2000.
       01 alerttab-idx usage binary-long.
       01 alerttab-overflow pic x value "N".
       01 alerttab-table.
           05 alerttab-entry occurs 2000 times pic x(143).

       01 ws-cmd-line pic x(80).
       01 ws-command pic x(10).
       01 ws-target-arg pic x(12).
       01 ws-target-id pic 9(8).
       01 ws-signon-id pic x(8) value spaces.
       01 ws-signon-active pic x value "N".
       01 ws-today-stamp pic x(26).
       01 ws-today-date pic x(8).
       01 ws-eod-date pic x(8).
       01 ws-alert-found pic x value "N".
       01 ws-open-count pic 9(4) value 0.
       01 ws-ack-count pic 9(4) value 0.
       01 ws-ack-rc usage binary-long value 0.

       procedure division.
       alertack-main.
       accept ws-cmd-line from command-line
       move spaces to ws-command
       move spaces to ws-target-arg
       unstring ws-cmd-line delimited by all " "
           into ws-command ws-target-arg
       end-unstring
       perform open-audit-log
       accept ws-signon-id from environment "USER"
       move function current-date to ws-today-stamp
       move ws-today-stamp(1:8) to ws-today-date
       perform load-alerts
       if alerttab-overflow = "Y" then
           display "error: alert file exceeds table size" upon syserr
           move 8 to ws-ack-rc
           move "OVERFLOW" to ws-command
       end-if
       evaluate ws-command
           when "OVERFLOW"
               continue
           when "LIST"
               perform list-open-alerts
           when "ACK"
               perform acknowledge-alert
           when "EOD"
               perform write-eod-report
           when other
               display "usage: ALERTACK LIST | ACK id | EOD [yyyymmdd]"
                   upon syserr
               move 8 to ws-ack-rc
       end-evaluate
       move "ALERTACK" to aud-call-name of ws-audit-record
       move "ALERT-ACK-RUN" to aud-event-type of ws-audit-record
       move ws-ack-rc to aud-rc of ws-audit-record
       move ws-ack-rc to return-code
       move spaces to aud-detail of ws-audit-record
       string ws-command delimited by space
           " " delimited by size
           ws-target-arg delimited by space
           " OPEN=" delimited by size
           ws-open-count delimited by size
           into aud-detail of ws-audit-record
       perform write-audit-record
       perform close-audit-log
       goback.

       load-alerts.
           move 0 to alerttab-count
           move "N" to alerttab-overflow
           open input alert-file
           if alert-file-status = "00" then
               perform until alert-file-status not = "00"
                   read alert-file
                       at end exit perform
                   end-read
                   if alerttab-count >= alerttab-max then
                       move "Y" to alerttab-overflow
                       exit perform
                   end-if
                   add 1 to alerttab-count
                   move fs-alert-record to alerttab-entry(alerttab-count)
               end-perform
               close alert-file
           end-if.

       list-open-alerts.
           move 0 to ws-open-count
           perform varying alerttab-idx from 1 by 1
                 until alerttab-idx > alerttab-count
               move alerttab-entry(alerttab-idx) to ws-alert-record
               if alert-ack-status of ws-alert-record = "O" then
                   add 1 to ws-open-count
                   display alert-id of ws-alert-record " "
                       alert-severity of ws-alert-record " "
                       alert-event-type of ws-alert-record " "
                       alert-reference of ws-alert-record " "
                       alert-operator-id of ws-alert-record " at "
                       alert-timestamp of ws-alert-record (1:12)
                       upon syserr
               end-if
           end-perform
           if ws-open-count = 0 then
               display "no unacknowledged alerts" upon syserr
           end-if.

      *> any active operator on call may acknowledge; the alert is
      *> stamped with who handled it and when
       acknowledge-alert.
           if ws-target-arg = spaces
                 or test-numval(ws-target-arg) not = 0 then
               display "usage: ALERTACK ACK id" upon syserr
               move 8 to ws-ack-rc
               exit paragraph
           end-if
           compute ws-target-id = numval(ws-target-arg)
           perform check-signon-active
           if ws-signon-active = "N" then
               display "error: " ws-signon-id
                   " is not an active operator" upon syserr
               move 8 to ws-ack-rc
               exit paragraph
           end-if
           move "N" to ws-alert-found
           perform varying alerttab-idx from 1 by 1
                 until alerttab-idx > alerttab-count
               move alerttab-entry(alerttab-idx) to ws-alert-record
               if alert-id of ws-alert-record = ws-target-id then
                   move "Y" to ws-alert-found
                   exit perform
               end-if
           end-perform
           if ws-alert-found = "N" then
               display "error: alert not found: " ws-target-id
                   upon syserr
               move 8 to ws-ack-rc
               exit paragraph
           end-if
           if alert-ack-status of ws-alert-record not = "O" then
               display "error: alert already acknowledged by "
                   alert-ack-operator of ws-alert-record upon syserr
               move 4 to ws-ack-rc
               exit paragraph
           end-if
           move "A" to alert-ack-status of ws-alert-record
           move ws-signon-id to alert-ack-operator of ws-alert-record
           move function current-date
               to alert-ack-timestamp of ws-alert-record
           move ws-alert-record to alerttab-entry(alerttab-idx)
           perform rewrite-alerts
           if ws-ack-rc not = 0 then
               exit paragraph
           end-if
           add 1 to ws-ack-count
           move "ALERT-ACK" to aud-event-type of ws-audit-record
           move "ALERTACK" to aud-call-name of ws-audit-record
           move 0 to aud-rc of ws-audit-record
           move spaces to aud-detail of ws-audit-record
           string alert-id of ws-alert-record delimited by size
               " " delimited by size
               alert-event-type of ws-alert-record delimited by size
               into aud-detail of ws-audit-record
           perform write-audit-record
           display "acknowledged " alert-id of ws-alert-record " "
               alert-event-type of ws-alert-record upon syserr.

       check-signon-active.
           move "N" to ws-signon-active
           move "N" to oper-found
           open input operator-master-file
           if oper-file-status = "00" then
               perform until oper-file-status not = "00"
                   read operator-master-file
                       at end exit perform
                   end-read
                   if oper-id of fs-oper-record = ws-signon-id then
                       move "Y" to oper-found
                       move fs-oper-record to ws-oper-record
                   end-if
               end-perform
               close operator-master-file
           end-if
           if oper-found = "Y"
                 and oper-status of ws-oper-record = "A"
                 and (oper-effective-date of ws-oper-record = spaces
                 or oper-effective-date of ws-oper-record
                 not > ws-today-date)
                 and (oper-expiry-date of ws-oper-record = spaces
                 or oper-expiry-date of ws-oper-record
                 not < ws-today-date) then
               move "Y" to ws-signon-active
           end-if.

       rewrite-alerts.
           open output alert-file
           if alert-file-status not = "00" then
               display "error: cannot update alert file" upon syserr
               move 8 to ws-ack-rc
               exit paragraph
           end-if
           perform varying alerttab-idx from 1 by 1
                 until alerttab-idx > alerttab-count
               move alerttab-entry(alerttab-idx) to fs-alert-record
               write fs-alert-record
           end-perform
           close alert-file.

      *> alerts raised up to the end of the given day and still open
       write-eod-report.
           move ws-today-date to ws-eod-date
           if ws-target-arg not = spaces then
               move ws-target-arg(1:8) to ws-eod-date
           end-if
           if ws-eod-date not numeric then
               display "usage: ALERTACK EOD [yyyymmdd]" upon syserr
               move 8 to ws-ack-rc
               exit paragraph
           end-if
           open output eod-report-file
           if eod-report-status not = "00" then
               display "error: cannot open alert end-of-day report"
                   upon syserr
               move 8 to ws-ack-rc
               exit paragraph
           end-if
           move spaces to fs-eod-line
           string "UNACKNOWLEDGED ALERTS AT END OF DAY "
               delimited by size
               ws-eod-date delimited by size
               into fs-eod-line
           write fs-eod-line
           move spaces to fs-eod-line
           write fs-eod-line
           move "ID       SEVERITY EVENT                REFERENCE"
               to fs-eod-line
           move "OPERATOR RAISED" to fs-eod-line(71:15)
           write fs-eod-line
           move 0 to ws-open-count
           perform varying alerttab-idx from 1 by 1
                 until alerttab-idx > alerttab-count
               move alerttab-entry(alerttab-idx) to ws-alert-record
               if alert-ack-status of ws-alert-record = "O"
                     and alert-timestamp of ws-alert-record(1:8)
                     not > ws-eod-date then
                   add 1 to ws-open-count
                   move spaces to fs-eod-line
                   move alert-id of ws-alert-record to fs-eod-line(1:8)
                   move alert-severity of ws-alert-record
                       to fs-eod-line(10:8)
                   move alert-event-type of ws-alert-record
                       to fs-eod-line(19:20)
                   move alert-reference of ws-alert-record
                       to fs-eod-line(40:30)
                   move alert-operator-id of ws-alert-record
                       to fs-eod-line(71:8)
                   move alert-timestamp of ws-alert-record(1:12)
                       to fs-eod-line(80:12)
                   write fs-eod-line
               end-if
           end-perform
           move spaces to fs-eod-line
           write fs-eod-line
           move spaces to fs-eod-line
           string "Unacknowledged: " delimited by size
               ws-open-count delimited by size
               into fs-eod-line
           write fs-eod-line
           close eod-report-file
           if ws-open-count > 0 then
               move 4 to ws-ack-rc
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
       end program ALERTACK.
