      * BULK TRANSACTION IMPORT FROM THE UPSTREAM PLANNING FEED
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. TXNIMPT.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select feed-file assign to ws-feed-path
               organization is line sequential
               file status is feed-file-status.
           select transaction-file assign to ws-transaction-path
               organization is indexed
               access mode is dynamic
               record key is txn-key of fs-transaction-record
               file status is transaction-file-status.
           select txn-history-file assign to ws-txnhist-path
               organization is line sequential
               file status is txnhist-file-status.
           select reject-file assign to ws-reject-path
               organization is line sequential
               file status is reject-file-status.
           select run-type-file assign to ws-runtype-path
               organization is line sequential
               file status is runtype-file-status.
           select calendar-file assign to ws-calendar-path
               organization is line sequential
               file status is calendar-file-status.
           select batch-status-file assign to ws-bstat-path
               organization is line sequential
               file status is bstat-file-status.
           select job-request-file assign to ws-jobreq-path
               organization is indexed
               access mode is dynamic
               record key is jobreq-job-id of fs-jobreq-record
               file status is jobreq-file-status.
           select operator-master-file assign to ws-oper-path
               organization is line sequential
               file status is oper-file-status.
           select import-report-file assign to ws-import-path
               organization is line sequential
               file status is import-report-status.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd feed-file.
       01 fs-feed-record pic x(30).

       fd transaction-file.
       01 fs-transaction-record.
           copy "TRANXREC.cpy".

       fd txn-history-file.
       01 fs-txnhist-record.
           copy "TXNHIST.cpy".

       fd reject-file.
       01 fs-reject-record.
           copy "TXNREJ.cpy".

       fd run-type-file.
       01 fs-run-type-record pic x(10).

       fd calendar-file.
       01 fs-calendar-record.
           copy "CALREC.cpy".

       fd batch-status-file.
       01 fs-bstat-record.
           copy "BATSTAT.cpy".

       fd job-request-file.
       01 fs-jobreq-record.
           copy "JOBREQ.cpy".

       fd operator-master-file.
       01 fs-oper-record.
           copy "OPERMAST.cpy".

       fd import-report-file.
       01 fs-import-line pic x(100).

       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       working-storage section.
       01 ws-feed-path pic x(40) value "data/txn-feed.dat".
       01 feed-file-status pic xx.
       01 ws-feed-record.
           copy "TXNFEED.cpy".
       01 ws-feed-control.
           copy "FDBKCTL.cpy".
       01 ws-transaction-path pic x(40) value "data/transaction.dat".
       01 transaction-file-status pic xx.
       01 ws-transaction-record.
           copy "TRANXREC.cpy".
       01 ws-jrnl-action pic x(8).
       01 ws-jrnl-before pic x(34).
       01 ws-jrnl-after pic x(34).
       01 ws-txnhist-path pic x(40)
           value "data/transaction-history.dat".
       01 txnhist-file-status pic xx.
       01 ws-txnhist-record.
           copy "TXNHIST.cpy".
       01 ws-reject-path pic x(40) value "data/txn-rejects.dat".
       01 reject-file-status pic xx.
       01 ws-reject-record.
           copy "TXNREJ.cpy".
       01 ws-runtype-path pic x(40) value "data/run-types.dat".
       01 runtype-file-status pic xx.
       01 ws-calendar-path pic x(40)
           value "data/business-calendar.dat".
       01 calendar-file-status pic xx.
       01 ws-calendar-record.
           copy "CALREC.cpy".
       01 ws-bstat-path pic x(40) value "data/batch-status.dat".
       01 bstat-file-status pic xx.
       01 ws-jobreq-path pic x(40) value "data/job-request.dat".
       01 jobreq-file-status pic xx.
       01 ws-oper-path pic x(40) value "data/operator-master.dat".
       01 oper-file-status pic xx.
       01 ws-oper-record.
           copy "OPERMAST.cpy".
       01 ws-import-path pic x(40) value "data/txn-import-report.txt".
       01 import-report-status pic xx.
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

       01 feed-count usage binary-long value 0.
       01 feed-max usage binary-long value 1000.
       01 feed-idx usage binary-long.
       01 feed-other-idx usage binary-long.
       01 feed-overflow pic x value "N".
       01 feed-table.
           05 feed-entry occurs 1000 times pic x(30).
       01 ws-feed-present pic x value "N".
       01 ws-feed-valid pic x value "N".
       01 ws-feed-error pic x(40) value spaces.
       01 ws-feed-date pic x(8) value spaces.
       01 ws-detail-count usage binary-long value 0.
       01 ws-detail-display pic 9(6) value 0.
       01 ws-trailer-display pic 9(6) value 0.

       01 result-count usage binary-long value 0.
       01 result-max usage binary-long value 1000.
       01 result-idx usage binary-long.
       01 result-table.
           05 result-line occurs 1000 times pic x(80).

       01 ws-signon-id pic x(8) value spaces.
       01 ws-accept-count pic 9(6) value 0.
       01 ws-reject-count pic 9(6) value 0.
       01 ws-write-count pic 9(6) value 0.
       01 ws-rewrite-count pic 9(6) value 0.
       01 ws-control-total pic 9(6) value 0.

       01 txn-valid-flag pic x value "Y".
       01 txn-reject-reason pic x(8).
       01 txn-status-msg pic x(40).
       01 ws-date-digits pic x(8).
       01 ws-date-parts redefines ws-date-digits.
           05 ws-date-yyyy pic 9(4).
           05 ws-date-mm pic 9(2).
           05 ws-date-dd pic 9(2).
       01 ws-month-days-values.
           05 filler pic x(24) value "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
           05 ws-month-days occurs 12 times pic 9(2).
       01 ws-leap-rem usage binary-long.

       01 run-type-count usage binary-long value 0.
       01 run-type-max usage binary-long value 20.
       01 run-type-idx usage binary-long.
       01 run-type-loaded pic x value "N".
       01 run-type-table.
           05 run-type-entry occurs 20 times pic x(10).

       01 calendar-present pic x value "N".
       01 calendar-loaded pic x value "N".
       01 calendar-count usage binary-long value 0.
       01 calendar-max usage binary-long value 800.
       01 calendar-idx usage binary-long.
       01 calendar-table.
           05 calendar-entry occurs 800 times pic x(40).
       01 ws-cal-lookup-date pic x(8).
       01 ws-cal-flag pic x.
       01 ws-prior-check-date pic x(8).
       01 ws-prior-busdate pic x(8).
       01 ws-prior-open pic x value "N".
       01 ws-prior-activity pic x value "N".
       01 ws-close-found pic x value "N".

       01 oper-count usage binary-long value 0.
       01 oper-max usage binary-long value 200.
       01 oper-idx usage binary-long.
       01 oper-table.
           05 oper-entry occurs 200 times pic x(8).

       01 ws-now-timestamp pic x(26).
       01 ws-now-date pic x(8).
       01 ws-import-rc usage binary-long value 0.

       procedure division.
       txnimpt-main.
       perform open-audit-log
       accept ws-signon-id from environment "USER"
       perform load-feed
       if ws-feed-present = "N" then
           display "warning: no transaction feed to import" upon syserr
           move "no feed on file" to ws-feed-error
           move 4 to ws-import-rc
       else
           perform verify-feed-controls
           if ws-feed-valid = "Y" then
               perform load-operator-ids
               perform import-feed-details
               perform consume-feed
           end-if
       end-if
       perform write-import-report
       move "TXNIMPT" to aud-call-name of ws-audit-record
       move "TXN-IMPORT" to aud-event-type of ws-audit-record
       move ws-import-rc to aud-rc of ws-audit-record
       move ws-import-rc to return-code
       move spaces to aud-detail of ws-audit-record
       string ws-feed-date " A=" ws-accept-count " R=" ws-reject-count
           delimited by size into aud-detail of ws-audit-record
       perform write-audit-record
       perform close-audit-log
       goback.

       load-feed.
           move 0 to feed-count
           move "N" to ws-feed-present
           open input feed-file
           if feed-file-status = "00" then
               perform until feed-file-status not = "00"
                   read feed-file
                       at end exit perform
                   end-read
                   if feed-count >= feed-max then
                       move "Y" to feed-overflow
                       exit perform
                   end-if
                   add 1 to feed-count
                   move fs-feed-record to feed-entry(feed-count)
               end-perform
               close feed-file
               if feed-count > 0 then
                   move "Y" to ws-feed-present
               end-if
           end-if.

      *> a feed that fails its framing is refused whole and left in
      *> place for the upstream system to resend
       verify-feed-controls.
           move "N" to ws-feed-valid
           if feed-overflow = "Y" then
               move "feed exceeds table size" to ws-feed-error
               perform log-feed-control-error
               exit paragraph
           end-if
           move feed-entry(1) to ws-feed-control
           if fctl-tag of ws-feed-control not = "HDR"
                 or fctl-run-date of ws-feed-control not numeric then
               move "header record missing or invalid"
                   to ws-feed-error
               perform log-feed-control-error
               exit paragraph
           end-if
           move fctl-run-date of ws-feed-control to ws-feed-date
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:8) to ws-now-date
           if ws-feed-date > ws-now-date then
               move "feed date is in the future" to ws-feed-error
               perform log-feed-control-error
               exit paragraph
           end-if
           move feed-entry(feed-count) to ws-feed-control
           if feed-count < 2 or fctl-tag of ws-feed-control not = "TRL"
               then
               move "trailer record missing" to ws-feed-error
               perform log-feed-control-error
               exit paragraph
           end-if
           compute ws-detail-count = feed-count - 2
           move ws-detail-count to ws-detail-display
           if fctl-record-count of ws-feed-control not numeric then
               move "trailer count not numeric" to ws-feed-error
               perform log-feed-control-error
               exit paragraph
           end-if
           move fctl-record-count of ws-feed-control
               to ws-trailer-display
           if ws-trailer-display not = ws-detail-display then
               move "trailer count does not match details"
                   to ws-feed-error
               perform log-feed-control-error
               exit paragraph
           end-if
           move "Y" to ws-feed-valid.

       log-feed-control-error.
           display "error: transaction feed refused - " ws-feed-error
               upon syserr
           move "FEED-CTLERR" to aud-event-type of ws-audit-record
           move "TXNIMPT" to aud-call-name of ws-audit-record
           move 8 to aud-rc of ws-audit-record
           move ws-feed-error to aud-detail of ws-audit-record
           perform write-audit-record
           move 8 to ws-import-rc.

       load-operator-ids.
           move 0 to oper-count
           open input operator-master-file
           if oper-file-status = "00" then
               perform until oper-file-status not = "00"
                     or oper-count >= oper-max
                   read operator-master-file
                       at end exit perform
                   end-read
                   if oper-status of fs-oper-record = "A" then
                       add 1 to oper-count
                       move oper-id of fs-oper-record
                           to oper-entry(oper-count)
                   end-if
               end-perform
               close operator-master-file
           end-if.

       import-feed-details.
           perform varying feed-idx from 2 by 1
                 until feed-idx >= feed-count
               move feed-entry(feed-idx) to ws-feed-record
               perform validate-transaction-input
               if txn-valid-flag = "Y" then
                   perform validate-feed-operator
               end-if
               if txn-valid-flag = "Y" then
                   perform check-feed-duplicate
               end-if
               if txn-valid-flag = "Y" then
                   perform post-feed-transaction
                   perform write-transaction-history
                   add 1 to ws-accept-count
               else
                   perform write-transaction-reject
                   add 1 to ws-reject-count
               end-if
               perform add-result-line
           end-perform
           if ws-reject-count > 0 then
               move 4 to ws-import-rc
           end-if.

      *> the data-entry window takes the operator from sign-on; a fed
      *> line must name an active operator instead
       validate-feed-operator.
           move "N" to txn-valid-flag
           perform varying oper-idx from 1 by 1
                 until oper-idx > oper-count
               if oper-entry(oper-idx) = feed-operator-id of ws-feed-record
                   then
                   move "Y" to txn-valid-flag
                   exit perform
               end-if
           end-perform
           if txn-valid-flag = "N" then
               move "FD-OPER" to txn-reject-reason
               move "Operator not active on master" to txn-status-msg
           end-if.

      *> the transaction file holds one record per batch date, so a
      *> second line for the same date in one feed is refused
       check-feed-duplicate.
           perform varying feed-other-idx from 2 by 1
                 until feed-other-idx >= feed-idx
               if feed-entry(feed-other-idx)(1:8)
                     = feed-batch-date of ws-feed-record then
                   move "N" to txn-valid-flag
                   move "FD-DUP" to txn-reject-reason
                   move "Batch date repeated in feed" to txn-status-msg
                   exit perform
               end-if
           end-perform.

       validate-transaction-input.
           move "Y" to txn-valid-flag
           move spaces to txn-reject-reason
           move spaces to txn-status-msg
           perform validate-batch-date
           if txn-valid-flag = "Y" then
               perform validate-business-date
           end-if
           if txn-valid-flag = "Y" then
               perform validate-prior-close
           end-if
           if txn-valid-flag = "Y" then
               perform validate-run-type
           end-if.

       validate-batch-date.
           move feed-batch-date of ws-feed-record to ws-date-digits
           if ws-date-digits not numeric then
               move "N" to txn-valid-flag
               move "FD-DATE" to txn-reject-reason
               move "Batch date is not YYYYMMDD" to txn-status-msg
               exit paragraph
           end-if
           if ws-date-mm < 1 or ws-date-mm > 12 then
               move "N" to txn-valid-flag
               move "FD-DATE" to txn-reject-reason
               move "Batch date month invalid" to txn-status-msg
               exit paragraph
           end-if
           if ws-date-dd < 1 or ws-date-dd > ws-month-days(ws-date-mm)
               then
               if ws-date-mm = 2 and ws-date-dd = 29 then
                   compute ws-leap-rem =
                       function mod(ws-date-yyyy, 4)
                   if ws-leap-rem = 0 then
                       compute ws-leap-rem =
                           function mod(ws-date-yyyy, 100)
                       if ws-leap-rem = 0 then
                           compute ws-leap-rem =
                               function mod(ws-date-yyyy, 400)
                           if ws-leap-rem not = 0 then
                               move "N" to txn-valid-flag
                           end-if
                       end-if
                   else
                       move "N" to txn-valid-flag
                   end-if
               else
                   move "N" to txn-valid-flag
               end-if
               if txn-valid-flag = "N" then
                   move "FD-DATE" to txn-reject-reason
                   move "Batch date day invalid" to txn-status-msg
               end-if
           end-if.

       validate-business-date.
           perform load-calendar
           if calendar-present = "N" then
               exit paragraph
           end-if
           move feed-batch-date of ws-feed-record to ws-cal-lookup-date
           perform look-up-calendar-date
           if ws-cal-flag not = "B" then
               move "N" to txn-valid-flag
               move "FD-NBUS" to txn-reject-reason
               move "Date not a business date" to txn-status-msg
           end-if.

       validate-prior-close.
           move feed-batch-date of ws-feed-record
               to ws-prior-check-date
           perform check-prior-day-close
           if ws-prior-open = "Y" then
               move "N" to txn-valid-flag
               move "FD-PRIOR" to txn-reject-reason
               move spaces to txn-status-msg
               string "Prior date " delimited by size
                   ws-prior-busdate delimited by size
                   " not closed" delimited by size
                   into txn-status-msg
           end-if.

       validate-run-type.
           perform load-run-types
           if run-type-count = 0 then
               move "N" to txn-valid-flag
               move "FD-NORT" to txn-reject-reason
               move "Run type file missing" to txn-status-msg
               exit paragraph
           end-if
           move "N" to txn-valid-flag
           perform varying run-type-idx from 1 by 1
                 until run-type-idx > run-type-count
               if feed-run-type of ws-feed-record
                     = run-type-entry(run-type-idx) then
                   move "Y" to txn-valid-flag
               end-if
           end-perform
           if txn-valid-flag = "N" then
               move "FD-RTYP" to txn-reject-reason
               move "Run type not on reference file" to txn-status-msg
           end-if.

       load-run-types.
           if run-type-loaded = "Y" then
               exit paragraph
           end-if
           move 0 to run-type-count
           open input run-type-file
           if runtype-file-status = "00" then
               perform until runtype-file-status not = "00"
                     or run-type-count >= run-type-max
                   read run-type-file
                       at end exit perform
                   end-read
                   add 1 to run-type-count
                   move fs-run-type-record
                       to run-type-entry(run-type-count)
               end-perform
               close run-type-file
           end-if
           move "Y" to run-type-loaded.

       load-calendar.
           if calendar-loaded = "Y" then
               exit paragraph
           end-if
           move 0 to calendar-count
           move "N" to calendar-present
           open input calendar-file
           if calendar-file-status = "00" then
               move "Y" to calendar-present
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
           end-if
           move "Y" to calendar-loaded.

       look-up-calendar-date.
           move spaces to ws-cal-flag
           perform varying calendar-idx from 1 by 1
                 until calendar-idx > calendar-count
               move calendar-entry(calendar-idx)
                   to ws-calendar-record
               if cal-date of ws-calendar-record = ws-cal-lookup-date
                   then
                   move cal-day-flag of ws-calendar-record
                       to ws-cal-flag
               end-if
           end-perform.

       find-prior-business-date.
           move spaces to ws-prior-busdate
           perform varying calendar-idx from 1 by 1
                 until calendar-idx > calendar-count
               move calendar-entry(calendar-idx)
                   to ws-calendar-record
               if cal-date of ws-calendar-record < ws-cal-lookup-date
                     and cal-day-flag of ws-calendar-record = "B" then
                   move cal-date of ws-calendar-record
                       to ws-prior-busdate
               end-if
           end-perform.

       check-prior-day-close.
           move "N" to ws-prior-open
           move spaces to ws-prior-busdate
           perform load-calendar
           if calendar-present = "N" then
               exit paragraph
           end-if
           move ws-prior-check-date to ws-cal-lookup-date
           perform find-prior-business-date
           if ws-prior-busdate = spaces then
               exit paragraph
           end-if
           perform find-batch-close-record
           if ws-close-found = "Y" then
               exit paragraph
           end-if
           perform find-prior-date-requests
           if ws-prior-activity = "Y" then
               move "Y" to ws-prior-open
           end-if.

       find-batch-close-record.
           move "N" to ws-close-found
           open input batch-status-file
           if bstat-file-status = "00" then
               perform until bstat-file-status not = "00"
                   read batch-status-file
                       at end exit perform
                   end-read
                   if bstat-batch-date of fs-bstat-record
                         = ws-prior-busdate then
                       move "Y" to ws-close-found
                   end-if
               end-perform
               close batch-status-file
           end-if.

       find-prior-date-requests.
           move "N" to ws-prior-activity
           open input job-request-file
           if jobreq-file-status = "00" then
               perform until jobreq-file-status not = "00"
                   read job-request-file next
                       at end exit perform
                   end-read
                   if jobreq-batch-date of fs-jobreq-record
                         = ws-prior-busdate then
                       move "Y" to ws-prior-activity
                   end-if
               end-perform
               close job-request-file
           end-if.

       post-feed-transaction.
           move spaces to ws-transaction-record
           move feed-batch-date of ws-feed-record
               to txn-key of ws-transaction-record
           move feed-batch-date of ws-feed-record
               to txn-batch-date of ws-transaction-record
           move feed-run-type of ws-feed-record
               to txn-run-type of ws-transaction-record
           move feed-operator-id of ws-feed-record
               to txn-operator-id of ws-transaction-record
           move spaces to ws-jrnl-before
           move "WRITE" to ws-jrnl-action
           open i-o transaction-file
           if transaction-file-status = "35" then
               open output transaction-file
           else
               move ws-transaction-record to fs-transaction-record
               read transaction-file
                   invalid key continue
                   not invalid key
                       move fs-transaction-record to ws-jrnl-before
                       move "REWRITE" to ws-jrnl-action
               end-read
           end-if
           move ws-transaction-record to fs-transaction-record
           if ws-jrnl-action = "REWRITE" then
               rewrite fs-transaction-record
               add 1 to ws-rewrite-count
           else
               write fs-transaction-record
                   invalid key rewrite fs-transaction-record
               end-write
               add 1 to ws-write-count
           end-if
           close transaction-file
           move ws-transaction-record to ws-jrnl-after
           call "TXNJRNL" using
               by reference ws-jrnl-action
               by reference ws-jrnl-before
               by reference ws-jrnl-after
               by reference ws-signon-id.

       write-transaction-history.
           move function current-date
               to hist-timestamp of ws-txnhist-record
           move feed-batch-date of ws-feed-record
               to hist-batch-date of ws-txnhist-record
           move feed-run-type of ws-feed-record
               to hist-run-type of ws-txnhist-record
           move feed-operator-id of ws-feed-record
               to hist-operator-id of ws-txnhist-record
           move ws-txnhist-record to fs-txnhist-record
           open extend txn-history-file
           if txnhist-file-status = "05" or txnhist-file-status = "35"
               then
               open output txn-history-file
           end-if
           write fs-txnhist-record
           close txn-history-file.

       write-transaction-reject.
           move spaces to ws-reject-record
           move txn-reject-reason to rej-reason-code
               of ws-reject-record
           move feed-batch-date of ws-feed-record
               to rej-batch-date of ws-reject-record
           move feed-run-type of ws-feed-record
               to rej-run-type of ws-reject-record
           move feed-operator-id of ws-feed-record
               to rej-operator-id of ws-reject-record
           move function current-date
               to rej-timestamp of ws-reject-record
           move ws-reject-record to fs-reject-record
           open extend reject-file
           if reject-file-status = "05" or reject-file-status = "35"
               then
               open output reject-file
           end-if
           write fs-reject-record
           close reject-file.

       add-result-line.
           if result-count >= result-max then
               exit paragraph
           end-if
           add 1 to result-count
           move spaces to result-line(result-count)
           if txn-valid-flag = "Y" then
               string "  ACCEPT   " delimited by size
                   feed-batch-date of ws-feed-record delimited by size
                   " " delimited by size
                   feed-run-type of ws-feed-record delimited by size
                   " " delimited by size
                   feed-operator-id of ws-feed-record
                   delimited by size
                   " " delimited by size
                   ws-jrnl-action delimited by size
                   into result-line(result-count)
           else
               string "  REJECT   " delimited by size
                   feed-batch-date of ws-feed-record delimited by size
                   " " delimited by size
                   feed-run-type of ws-feed-record delimited by size
                   " " delimited by size
                   feed-operator-id of ws-feed-record
                   delimited by size
                   " " delimited by size
                   txn-reject-reason delimited by size
                   " " delimited by size
                   txn-status-msg delimited by size
                   into result-line(result-count)
           end-if.

      *> once worked, every line is on the history or the reject file,
      *> so the feed is emptied and a rerun cannot post it twice
       consume-feed.
           open output feed-file
           if feed-file-status = "00" then
               close feed-file
           else
               display "error: cannot empty transaction feed"
                   upon syserr
               move 8 to ws-import-rc
           end-if.

       write-import-report.
           move function current-date to ws-now-timestamp
           open output import-report-file
           if import-report-status not = "00" then
               display "error: cannot open import report" upon syserr
               exit paragraph
           end-if
           move spaces to fs-import-line
           string "TRANSACTION FEED IMPORT - " delimited by size
               ws-now-timestamp(1:8) delimited by size
               " " delimited by size
               ws-now-timestamp(9:6) delimited by size
               into fs-import-line
           write fs-import-line
           move spaces to fs-import-line
           string "FEED DATE " delimited by size
               ws-feed-date delimited by size
               into fs-import-line
           write fs-import-line
           move spaces to fs-import-line
           write fs-import-line
           if ws-feed-valid = "N" then
               move spaces to fs-import-line
               string "FEED REJECTED: " delimited by size
                   ws-feed-error delimited by size
                   into fs-import-line
               write fs-import-line
               move "  no records posted, feed left in place"
                   to fs-import-line
               write fs-import-line
           else
               move "DETAILS" to fs-import-line
               write fs-import-line
               perform varying result-idx from 1 by 1
                     until result-idx > result-count
                   move result-line(result-idx) to fs-import-line
                   write fs-import-line
               end-perform
           end-if
           move spaces to fs-import-line
           write fs-import-line
           compute ws-control-total = ws-accept-count + ws-reject-count
           move spaces to fs-import-line
           string "Trailer count: " delimited by size
               ws-trailer-display delimited by size
               "  Details read: " delimited by size
               ws-detail-display delimited by size
               "  Processed: " delimited by size
               ws-control-total delimited by size
               into fs-import-line
           write fs-import-line
           move spaces to fs-import-line
           string "Accepted: " delimited by size
               ws-accept-count delimited by size
               "  (written " delimited by size
               ws-write-count delimited by size
               ", rewritten " delimited by size
               ws-rewrite-count delimited by size
               ")  Rejected: " delimited by size
               ws-reject-count delimited by size
               into fs-import-line
           write fs-import-line
           close import-report-file.

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
       end program TXNIMPT.
