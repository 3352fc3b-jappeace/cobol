           select batch-status-file assign to ws-bstat-path
               organization is line sequential
               file status is bstat-file-status.
           select readiness-file assign to ws-ready-path
               organization is line sequential
               file status is ready-file-status.
           select shift-log-file assign to ws-shiftlog-path
               organization is line sequential
               file status is shiftlog-file-status.
           select handover-report-file assign to ws-handover-path
               organization is line sequential
               file status is handover-report-status.

       data division.
       file section.
       01 fs-bstat-record.
           copy "BATSTAT.cpy".

       fd readiness-file.
       01 fs-ready-record.
           copy "READYREC.cpy".

       fd shift-log-file.
       01 fs-shiftlog-record.
           copy "SHIFTLOG.cpy".

       fd handover-report-file.
       01 fs-handover-line pic x(100).

       working-storage section.
       01 ws-jobreq-path pic x(40) value "data/job-request.dat".
       01 jobreq-file-status pic xx.
       01 ws-cutoff-allow pic x value "N".
       01 ws-cutoff-answer pic x.
       01 ws-cutoff-env pic x(8).
       01 ws-alert-event pic x(20).
       01 ws-alert-severity pic x(8).
       01 ws-alert-reference pic x(30).
       01 ws-alert-operator pic x(8).
       01 ws-alert-save-rc usage binary-long.
       01 ws-now-hhmm pic x(4).

       01 ws-txnhist-path pic x(40)
       01 ws-close-found pic x value "N".
       01 ws-bstat-path pic x(40) value "data/batch-status.dat".
       01 bstat-file-status pic xx.
       01 ws-ready-path pic x(40) value "data/readiness.dat".
       01 ready-file-status pic xx.
       01 ws-ready-result pic x(4).
       01 ws-today-date pic x(8).
       01 ws-today-stamp pic x(26).

       01 signon-handler-ptr usage procedure-pointer.
       01 signon-status-ptr usage pointer.
       01 signon-status-msg pic x(40) value "Enter operator id".
       01 signon-pwd-box usage pointer.
       01 signon-pwd-label pic x(20) value "Password".
       01 signon-newpwd-box usage pointer.
       01 signon-newpwd-label pic x(20) value "New Password".
       01 signon-confpwd-box usage pointer.
       01 signon-confpwd-label pic x(20) value "Confirm Password".

       01 ws-signon-pwd-input pic x(20).
       01 ws-new-pwd-input pic x(20).
       01 ws-confirm-pwd-input pic x(20).
       01 ws-pwd-hash pic x(16).
       01 ws-new-pwd-hash pic x(16).
       01 ws-pwd-result pic x(8).
       01 ws-pwd-change-due pic x value "N".
       01 ws-pwd-fail-limit pic 9(2) value 3.
       01 ws-pwd-expiry-days pic 9(4) value 90.
       01 ws-pwd-min-length usage binary-long value 6.
       01 ws-pwd-length usage binary-long.
       01 ws-pwd-age-days usage binary-long.
       01 ws-fail-display pic 9(2).

       01 opertab-count usage binary-long value 0.
       01 opertab-max usage binary-long value 200.
       01 opertab-idx usage binary-long.
       01 opertab-overflow pic x value "N".
       01 opertab-table.
           05 opertab-entry occurs 200 times pic x(180).

       01 restricted-job-count pic 9(2) value 2.
       01 restricted-job-values.
       01 allowed-idx usage binary-long.
       01 ws-auth-job-code pic x(30).
       01 ws-auth-flag pic x.
       01 ws-restricted-flag pic x value "N".

       01 ws-pending-record.
           copy "JOBREQ.cpy".
       01 ws-pending-id pic x(12).
       01 ws-pending-prefix pic x(9).
       01 ws-pending-seq pic 9(3).
       01 ws-pending-max-seq pic 9(3).
       01 ws-pending-dup pic x value "N".
       01 ws-pending-result pic x value "N".
       01 ws-pending-ok pic x value "N".
       01 ws-pending-expired pic x value "N".
       01 ws-pending-found pic x value "N".
       01 ws-approved-job-id pic x(12).

       01 appr-win usage pointer.
       01 appr-win-built pic x value "N".
       01 appr-jobid-box usage pointer.
       01 appr-jobid-label pic x(20) value "Pending Id".
       01 appr-approve-button-ptr usage pointer.
       01 appr-reject-button-ptr usage pointer.
       01 appr-approve-handler-ptr usage procedure-pointer.
       01 appr-reject-handler-ptr usage procedure-pointer.
       01 appr-approve-caption pic x(20) value "Approve Request".
       01 appr-reject-caption pic x(20) value "Reject Request".
       01 appr-status-ptr usage pointer.
       01 appr-status-msg pic x(40) value "Enter pending id".
       01 appr-jobid pic x(12).
       01 appr-line pic x(80).
       01 appr-display-max pic 9(2) value 8.
       01 appr-display-idx usage binary-long.
       01 appr-label-ptr-table.
           05 appr-label-ptr occurs 8 times usage pointer.
       01 pendreq-count usage binary-long value 0.
       01 pendreq-max usage binary-long value 8.
       01 pendreq-table.
           05 pendreq-entry occurs 8 times pic x(142).

      *> handover notes go on the shift log; the latest handover
      *> report is shown for acknowledgement before the menus open
       01 ws-shiftlog-path pic x(40) value "data/shift-log.dat".
       01 shiftlog-file-status pic xx.
       01 ws-shiftlog-record.
           copy "SHIFTLOG.cpy".
       01 ws-handover-path pic x(40)
           value "data/handover-report.txt".
       01 handover-report-status pic xx.
       01 note-win usage pointer.
       01 note-win-built pic x value "N".
       01 note-menu-button-ptr usage pointer.
       01 note-menu-handler-ptr usage procedure-pointer.
       01 note-menu-caption pic x(30) value "Handover Notes".
       01 note-text-box usage pointer.
       01 note-text-label pic x(20) value "Handover Note".
       01 note-save-button-ptr usage pointer.
       01 note-save-handler-ptr usage procedure-pointer.
       01 note-save-caption pic x(20) value "Save Note".
       01 note-status-ptr usage pointer.
       01 note-status-msg pic x(40) value "Enter note text".
       01 note-text pic x(70).
       01 hand-win usage pointer.
       01 hand-ack-button-ptr usage pointer.
       01 hand-ack-handler-ptr usage procedure-pointer.
       01 hand-ack-caption pic x(20) value "Acknowledge".
       01 hand-line pic x(100).
       01 hand-display-max pic 9(2) value 20.
       01 hand-display-idx usage binary-long.
       01 hand-label-ptr-table.
           05 hand-label-ptr occurs 20 times usage pointer.
       01 hand-report-stamp pic x(14) value spaces.
       01 hand-prepared-by pic x(8) value spaces.
       01 hand-ack-due pic x value "N".
       01 hand-open-items pic 9(5) value 0.
       01 hand-save-rc usage binary-long.

       01 ws-chain-path pic x(40) value "data/job-chain.dat".
       01 chain-file-status pic xx.
       01 chain-idx usage binary-long.
       01 chain-table.
           05 chain-entry occurs 20 times pic x(60).
       01 ws-pred-status pic x(16).
       01 ws-due-job-code pic x(30).
       01 ws-job-due pic x.
       01 ws-chain-stop pic x value "N".

       01 txn-valid-flag pic x value "Y".
       01 monreq-idx usage binary-long.
       01 monreq-found pic x value "N".
       01 monreq-table.
           05 monreq-entry occurs 10 times pic x(142).

       01 ws-summary-report-path pic x(40)
           value "data/session-summary.txt".
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

       01 job-idx usage binary-long.

       01 job-table-values.
           copy "JOBTBL.cpy".
       01 job-table redefines job-table-values.
           05 job-entry occurs 5 times.
               10 job-label pic x(30).
       move rc to aud-rc of ws-audit-record
       move spaces to aud-detail of ws-audit-record
       perform write-audit-record
       perform prepare-handover-report
       perform write-session-summary
       perform clear-checkpoint
       perform close-audit-log
      *> the console session can span midnight, so the log is opened
      *> per event rather than held in extend; AUDCUT in the morning
      *> batch runs may truncate it between writes
       raise-alert.
           move return-code to ws-alert-save-rc
           call "ALERTWR" using
               by reference ws-alert-event
               by reference ws-alert-severity
               by reference ws-alert-reference
               by reference ws-alert-operator
           move ws-alert-save-rc to return-code.

       open-audit-log.
           call "AUDCUT"
           move "Y" to audit-log-open-flag.
               open output audit-file
           end-if
           if audit-file-status = "00" then
               move return-code to ws-audit-save-rc
               call "AUDSEQ" using ws-audit-record
               move ws-audit-save-rc to return-code
               move ws-audit-record to fs-audit-record
               write fs-audit-record
               close audit-file
                   move 8 to return-code
               else
                   perform batch-read-transaction
                   perform determine-run-batch-date
                   perform find-readiness-result
                   if ws-ready-result = "FAIL" then
                       perform refuse-unready-batch
                   else
                       perform load-job-chain
                       if chain-count > 0 then
                           perform batch-run-chained-jobs
                       else
                           perform varying job-idx from 1 by 1
                                 until job-idx > job-count
                               move job-label(job-idx)
                                   to ws-due-job-code
                               perform check-job-due
                               if ws-job-due = "N" then
                                   perform report-job-not-due
                               else
                                   move job-label(job-idx)
                                       to jobreq-job-code
                                       of ws-jobreq-record
                                   perform submit-batch-job
                               end-if
                           end-perform
                       end-if
                   end-if
               end-if
               close batch-report-file
           end-if
           perform write-session-summary.

      *> only the latest READYCHK result for the batch date counts, so
      *> a re-run after the reference files are fixed releases the batch
       find-readiness-result.
           move spaces to ws-ready-result
           open input readiness-file
           if ready-file-status = "00" then
               perform until ready-file-status not = "00"
                   read readiness-file
                       at end exit perform
                   end-read
                   if ready-batch-date of fs-ready-record
                         = ws-run-batch-date then
                       move ready-result of fs-ready-record
                           to ws-ready-result
                   end-if
               end-perform
               close readiness-file
           end-if.

       refuse-unready-batch.
           move spaces to fs-batch-report-line
           string "Halt: readiness check FAIL for " delimited by size
               ws-run-batch-date delimited by size
               ", see data/readiness-report.txt" delimited by size
               into fs-batch-report-line
           write fs-batch-report-line
           move "READYCHK" to aud-call-name of ws-audit-record
           move "READY-BLOCK" to aud-event-type of ws-audit-record
           move 8 to aud-rc of ws-audit-record
           move ws-run-batch-date to aud-detail of ws-audit-record
           perform write-audit-record
           add 1 to ws-error-count
           move 8 to return-code.

       batch-run-chained-jobs.
           move "N" to ws-chain-stop
           perform determine-run-batch-date
                 until chain-idx > chain-count
                 or ws-chain-stop = "Y"
               move chain-entry(chain-idx) to ws-chain-record
               move chain-job-code of ws-chain-record
                   to ws-due-job-code
               perform check-job-due
               if ws-job-due = "N" then
                   perform report-job-not-due
               else
                   perform run-chained-job
               end-if
           end-perform.

      *> a predecessor with no run due on the batch date is taken as
      *> satisfied, so the chain carries on past it
       run-chained-job.
           if chain-pred-code of ws-chain-record not = spaces then
               move chain-pred-code of ws-chain-record
                   to ws-due-job-code
               perform check-job-due
               if ws-job-due = "N" then
                   move spaces to chain-pred-code of ws-chain-record
               end-if
           end-if
           if chain-pred-code of ws-chain-record = spaces then
               move chain-job-code of ws-chain-record
                   to jobreq-job-code of ws-jobreq-record
               perform submit-batch-job
           else
               perform find-predecessor-status
               evaluate ws-pred-status
                   when "COMPLETED"
                   when "COMPLETED-WARN"
                       move chain-job-code of ws-chain-record
                           to jobreq-job-code of ws-jobreq-record
                       perform submit-batch-job
                   when "FAILED"
                   when "ABENDED"
                       move spaces to fs-batch-report-line
                       string "Halt: " delimited by size
                           chain-job-code of ws-chain-record
                           delimited by size
                           " predecessor " delimited by size
                           ws-pred-status delimited by space
                           into fs-batch-report-line
                       write fs-batch-report-line
                       move "JOBSUB" to aud-call-name
                           of ws-audit-record
                       move "CHAIN-HALT" to aud-event-type
                           of ws-audit-record
                       move 8 to aud-rc of ws-audit-record
                       move chain-pred-code of ws-chain-record
                           to aud-detail of ws-audit-record
                       perform write-audit-record
                       add 1 to ws-error-count
                       move 8 to return-code
                       move "Y" to ws-chain-stop
                   when other
                       move spaces to fs-batch-report-line
                       string "Wait: " delimited by size
                           chain-job-code of ws-chain-record
                           delimited by size
                           " predecessor not complete"
                           delimited by size
                           into fs-batch-report-line
                       write fs-batch-report-line
                       move "Y" to ws-chain-stop
               end-evaluate
           end-if.

       check-job-due.
           call "JOBDUE" using
               by reference ws-due-job-code
               by reference ws-run-batch-date
               by reference ws-job-due.

       report-job-not-due.
           move spaces to fs-batch-report-line
           string "Skip: " delimited by size
               ws-due-job-code delimited by size
               " not scheduled for " delimited by size
               ws-run-batch-date delimited by size
               into fs-batch-report-line
           write fs-batch-report-line.

      *> approval-queue entries (P ids) that never reached the scheduler
      *> sort after the real requests and must not mask them
       find-predecessor-status.
           move spaces to ws-pred-status
           open input job-request-file
                   if jobreq-job-code of fs-jobreq-record
                         = chain-pred-code of ws-chain-record
                         and jobreq-batch-date of fs-jobreq-record
                         = ws-run-batch-date
                         and jobreq-status of fs-jobreq-record
                         not = "APPROVED"
                         and jobreq-status of fs-jobreq-record
                         not = "REJECTED"
                         and jobreq-status of fs-jobreq-record
                         not = "EXPIRED" then
                       move jobreq-status of fs-jobreq-record
                           to ws-pred-status
                   end-if
               perform refuse-open-prior-day
               exit paragraph
           end-if
           perform check-restricted-job
           if ws-restricted-flag = "Y" then
               perform queue-for-approval
               move spaces to fs-batch-report-line
               if ws-pending-result = "Y" then
                   string "Pending: " delimited by size
                       jobreq-job-code of ws-jobreq-record
                       delimited by size
                       " awaiting approval " delimited by size
                       ws-pending-id delimited by size
                       into fs-batch-report-line
               else
                   string "Skip: " delimited by size
                       jobreq-job-code of ws-jobreq-record
                       delimited by size
                       " already requested for " delimited by size
                       jobreq-batch-date of ws-jobreq-record
                       delimited by size
                       into fs-batch-report-line
               end-if
               write fs-batch-report-line
               exit paragraph
           end-if
           move spaces to fs-batch-report-line
           string "Launch: " delimited by size
               jobreq-job-code of ws-jobreq-record delimited by size
           if config-file-status = "00" then
               read config-file into ws-config-record
               close config-file
               if cfg-pwd-fail-limit of ws-config-record is numeric
                     and cfg-pwd-fail-limit of ws-config-record > 0
                     then
                   move cfg-pwd-fail-limit of ws-config-record
                       to ws-pwd-fail-limit
               end-if
               if cfg-pwd-expiry-days of ws-config-record is numeric
                     and cfg-pwd-expiry-days of ws-config-record > 0
                     then
                   move cfg-pwd-expiry-days of ws-config-record
                       to ws-pwd-expiry-days
               end-if
           end-if.

       build-transaction-window.
           end-if
           add 1 to ws-windows-opened-count
           call "AG_WindowSetGeometryAligned" using
               by value signon-win 2 240 200
           returning omitted

           call "AG_TextboxNew" using
               goback
           end-if

           call "AG_TextboxNew" using
               by value signon-win 0
               by reference signon-pwd-label
           returning signon-pwd-box
           if signon-pwd-box = null then
               display "error: no libagar" upon syserr
               move "AG_TextboxNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           call "AG_TextboxSetPassword" using
               by value signon-pwd-box 1
           returning omitted

           call "AG_TextboxNew" using
               by value signon-win 0
               by reference signon-newpwd-label
           returning signon-newpwd-box
           if signon-newpwd-box = null then
               display "error: no libagar" upon syserr
               move "AG_TextboxNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           call "AG_TextboxSetPassword" using
               by value signon-newpwd-box 1
           returning omitted

           call "AG_TextboxNew" using
               by value signon-win 0
               by reference signon-confpwd-label
           returning signon-confpwd-box
           if signon-confpwd-box = null then
               display "error: no libagar" upon syserr
               move "AG_TextboxNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           call "AG_TextboxSetPassword" using
               by value signon-confpwd-box 1
           returning omitted

           call "AG_ButtonNew" using
               by value signon-win 0
               by reference signon-caption
                   by value job-idx
               returning omitted
           end-perform

           call "AG_ButtonNew" using
               by value win 0
               by reference note-menu-caption
           returning note-menu-button-ptr
           if note-menu-button-ptr = null then
               display "error: no libagar" upon syserr
               move "AG_ButtonNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           set note-menu-handler-ptr to entry "handover-menu-handler"
           call "AG_SetEvent" using
               by value note-menu-button-ptr
               by reference "button-pushed"
               by value note-menu-handler-ptr
           returning omitted
           exit paragraph.

       find-operator.
           end-if
           move "Y" to oper-eligible.

      *> ws-oper-record holds an eligible operator; a bad password
      *> counts towards lockout, a good one clears the count, and a
      *> never-changed or aged password must be replaced before use
       check-signon-password.
           move "FAIL" to ws-pwd-result
           if oper-fail-count of ws-oper-record not numeric then
               move 0 to oper-fail-count of ws-oper-record
           end-if
           if oper-pwd-hash of ws-oper-record = spaces then
               move "NOPWD" to ws-pwd-result
               move "No password set, see supervisor"
                   to signon-status-msg
               move "PWD-FAIL" to aud-event-type of ws-audit-record
               move "PWDHASH" to aud-call-name of ws-audit-record
               move 8 to aud-rc of ws-audit-record
               move spaces to aud-detail of ws-audit-record
               string oper-id of ws-oper-record delimited by size
                   " NO PASSWORD" delimited by size
                   into aud-detail of ws-audit-record
               perform write-audit-record
               exit paragraph
           end-if
           call "PWDHASH" using
               by reference oper-id of ws-oper-record
               by reference ws-signon-pwd-input
               by reference ws-pwd-hash
           move spaces to ws-signon-pwd-input
           if ws-pwd-hash not = oper-pwd-hash of ws-oper-record then
               add 1 to oper-fail-count of ws-oper-record
               move oper-fail-count of ws-oper-record
                   to ws-fail-display
               move "PWD-FAIL" to aud-event-type of ws-audit-record
               move "PWDHASH" to aud-call-name of ws-audit-record
               move 8 to aud-rc of ws-audit-record
               move spaces to aud-detail of ws-audit-record
               string oper-id of ws-oper-record delimited by size
                   " FAILS=" delimited by size
                   ws-fail-display delimited by size
                   into aud-detail of ws-audit-record
               perform write-audit-record
               if oper-fail-count of ws-oper-record
                     >= ws-pwd-fail-limit then
                   move "L" to oper-status of ws-oper-record
                   move "LOCKED" to ws-pwd-result
                   move "Operator locked, see supervisor"
                       to signon-status-msg
                   move "OPER-LOCKED" to aud-event-type
                       of ws-audit-record
                   move "PWDHASH" to aud-call-name of ws-audit-record
                   move 8 to aud-rc of ws-audit-record
                   move oper-id of ws-oper-record
                       to aud-detail of ws-audit-record
                   perform write-audit-record
                   move "OPER-LOCKED" to ws-alert-event
                   move "MAJOR" to ws-alert-severity
                   move function current-date to ws-today-stamp
                   move ws-today-stamp(1:8) to ws-alert-reference
                   move oper-id of ws-oper-record to ws-alert-operator
                   perform raise-alert
               else
                   move "Sign-on refused" to signon-status-msg
               end-if
               perform update-operator-master
               exit paragraph
           end-if
           move 0 to oper-fail-count of ws-oper-record
           move "N" to ws-pwd-change-due
           if oper-pwd-changed-date of ws-oper-record not numeric then
               move "Y" to ws-pwd-change-due
           else
               move function current-date to ws-today-stamp
               move ws-today-stamp(1:8) to ws-today-date
               compute ws-pwd-age-days =
                   function integer-of-date(numval(ws-today-date))
                   - function integer-of-date(numval(
                       oper-pwd-changed-date of ws-oper-record))
               if ws-pwd-age-days >= ws-pwd-expiry-days then
                   move "Y" to ws-pwd-change-due
               end-if
           end-if
           if ws-pwd-change-due = "Y" and ws-new-pwd-input = spaces
               then
               move "EXPIRED" to ws-pwd-result
               move "Password expired, enter a new one"
                   to signon-status-msg
               move "PWD-EXPIRED" to aud-event-type of ws-audit-record
               move "PWDHASH" to aud-call-name of ws-audit-record
               move 4 to aud-rc of ws-audit-record
               move oper-id of ws-oper-record
                   to aud-detail of ws-audit-record
               perform write-audit-record
               perform update-operator-master
               exit paragraph
           end-if
           if ws-new-pwd-input not = spaces then
               perform change-signon-password
               if ws-pwd-result not = "OK" then
                   perform update-operator-master
                   exit paragraph
               end-if
           end-if
           perform update-operator-master
           move "OK" to ws-pwd-result.

       change-signon-password.
           move "BADNEW" to ws-pwd-result
           compute ws-pwd-length =
               function length(function trim(ws-new-pwd-input))
           if ws-pwd-length < ws-pwd-min-length then
               move "New password too short" to signon-status-msg
               exit paragraph
           end-if
           if ws-new-pwd-input not = ws-confirm-pwd-input then
               move "New passwords do not match" to signon-status-msg
               exit paragraph
           end-if
           call "PWDHASH" using
               by reference oper-id of ws-oper-record
               by reference ws-new-pwd-input
               by reference ws-new-pwd-hash
           move spaces to ws-new-pwd-input
           move spaces to ws-confirm-pwd-input
           if ws-new-pwd-hash = oper-pwd-hash of ws-oper-record then
               move "New password must differ" to signon-status-msg
               exit paragraph
           end-if
           move ws-new-pwd-hash to oper-pwd-hash of ws-oper-record
           move function current-date to ws-today-stamp
           move ws-today-stamp(1:8)
               to oper-pwd-changed-date of ws-oper-record
           move "PWD-CHANGE" to aud-event-type of ws-audit-record
           move "PWDHASH" to aud-call-name of ws-audit-record
           move 0 to aud-rc of ws-audit-record
           move oper-id of ws-oper-record
               to aud-detail of ws-audit-record
           perform write-audit-record
           move "OK" to ws-pwd-result.

       update-operator-master.
           move 0 to opertab-count
           move "N" to opertab-overflow
           open input operator-master-file
           if oper-file-status not = "00" then
               display "error: cannot update operator master"
                   upon syserr
               add 1 to ws-error-count
               exit paragraph
           end-if
           perform until oper-file-status not = "00"
               read operator-master-file
                   at end exit perform
               end-read
               if opertab-count >= opertab-max then
                   move "Y" to opertab-overflow
                   exit perform
               end-if
               add 1 to opertab-count
               if oper-id of fs-oper-record = oper-id of ws-oper-record
                   then
                   move ws-oper-record to opertab-entry(opertab-count)
               else
                   move fs-oper-record to opertab-entry(opertab-count)
               end-if
           end-perform
           close operator-master-file
           if opertab-overflow = "Y" then
               display "error: operator master too large to update"
                   upon syserr
               add 1 to ws-error-count
               exit paragraph
           end-if
           open output operator-master-file
           if oper-file-status not = "00" then
               display "error: cannot update operator master"
                   upon syserr
               add 1 to ws-error-count
               exit paragraph
           end-if
           perform varying opertab-idx from 1 by 1
                 until opertab-idx > opertab-count
               move opertab-entry(opertab-idx) to fs-oper-record
               write fs-oper-record
           end-perform
           close operator-master-file.

       adopt-signon-operator.
           move oper-id of ws-oper-record to ws-signon-id
           move oper-authority of ws-oper-record

       batch-signon.
           accept ws-signon-id-input from environment "USER"
           accept ws-signon-pwd-input from environment
               "SAMPLE_SIGNON_PWD"
           move spaces to ws-new-pwd-input
           move spaces to ws-confirm-pwd-input
           perform find-operator
           perform check-operator-eligible
           if oper-eligible = "Y" then
               perform check-signon-password
               if ws-pwd-result not = "OK" then
                   display "error: sign-on refused for "
                       ws-signon-id-input ": " signon-status-msg
                       upon syserr
                   add 1 to ws-error-count
                   move 8 to return-code
                   exit paragraph
               end-if
           end-if
           if oper-eligible = "N" then
               display "error: sign-on refused for "
                   ws-signon-id-input upon syserr
           perform find-run-parameters
           perform determine-run-batch-date
           move ws-run-batch-date
               to jobreq-batch-date of ws-jobreq-record
           move ws-signon-id to jobreq-request-oper of ws-jobreq-record
           move spaces to jobreq-approve-oper of ws-jobreq-record.

       check-cutoff-time.
           move "N" to ws-cutoff-flag
           move 0 to aud-rc of ws-audit-record
           move jobreq-job-code of ws-jobreq-record
               to aud-detail of ws-audit-record
           perform write-audit-record
           move "CUTOFF-OVERRIDE" to ws-alert-event
           move "MAJOR" to ws-alert-severity
           perform raise-cutoff-alert.

       refuse-cutoff-submission.
           display "error: past cutoff "
           move jobreq-job-code of ws-jobreq-record
               to aud-detail of ws-audit-record
           perform write-audit-record
           move "CUTOFF-BLOCK" to ws-alert-event
           move "MINOR" to ws-alert-severity
           perform raise-cutoff-alert
           add 1 to ws-error-count.

       raise-cutoff-alert.
           move spaces to ws-alert-reference
           string jobreq-batch-date of ws-jobreq-record
               delimited by size
               " " delimited by size
               jobreq-job-code of ws-jobreq-record delimited by size
               into ws-alert-reference
           move ws-signon-id to ws-alert-operator
           perform raise-alert.

       batch-read-transaction.
           move spaces to ws-transaction-record
           move function current-date to ws-today-stamp
           end-if
           exit paragraph.

       check-restricted-job.
           move "N" to ws-restricted-flag
           perform varying restricted-idx from 1 by 1
                 until restricted-idx > restricted-job-count
               if restricted-job(restricted-idx)
                     = jobreq-job-code of ws-jobreq-record then
                   move "Y" to ws-restricted-flag
               end-if
           end-perform.

      *> restricted jobs are held on the master for a second
      *> supervisor instead of going to JOBSUB; ws-runparm-record
      *> must already hold the run type's parameters
       queue-for-approval.
           move "N" to ws-pending-result
           perform check-pending-duplicate
           if ws-pending-dup = "Y" then
               display "error: " jobreq-job-code of ws-jobreq-record
                   " already requested for "
                   jobreq-batch-date of ws-jobreq-record upon syserr
               move "JOBAPPR" to aud-call-name of ws-audit-record
               move "JOB-DUP-SKIP" to aud-event-type of ws-audit-record
               move 0 to aud-rc of ws-audit-record
               move jobreq-job-code of ws-jobreq-record
                   to aud-detail of ws-audit-record
               perform write-audit-record
               exit paragraph
           end-if
           perform assign-pending-id
           move ws-pending-id to jobreq-job-id of ws-jobreq-record
           move function current-date
               to jobreq-submit-time of ws-jobreq-record
           move parm-run-type of ws-runparm-record
               to jobreq-run-type of ws-jobreq-record
           move parm-cutoff-time of ws-runparm-record
               to jobreq-cutoff-time of ws-jobreq-record
           move parm-input-cycle of ws-runparm-record
               to jobreq-input-cycle of ws-jobreq-record
           move parm-posting-rule of ws-runparm-record
               to jobreq-posting-rule of ws-jobreq-record
           move parm-priority of ws-runparm-record
               to jobreq-priority of ws-jobreq-record
           move "PENDING-APPROVAL" to jobreq-status of ws-jobreq-record
           move ws-signon-id to jobreq-request-oper of ws-jobreq-record
           move spaces to jobreq-approve-oper of ws-jobreq-record
           perform write-job-request
           move "Y" to ws-pending-result
           move "JOBAPPR" to aud-call-name of ws-audit-record
           move "JOB-PENDING" to aud-event-type of ws-audit-record
           move 0 to aud-rc of ws-audit-record
           move spaces to aud-detail of ws-audit-record
           string ws-pending-id delimited by size
               " " delimited by size
               jobreq-job-code of ws-jobreq-record delimited by size
               into aud-detail of ws-audit-record
           perform write-audit-record.

       check-pending-duplicate.
           move "N" to ws-pending-dup
           open input job-request-file
           if jobreq-file-status = "00" then
               perform until jobreq-file-status not = "00"
                   read job-request-file next
                       at end exit perform
                   end-read
                   if jobreq-job-code of fs-jobreq-record
                         = jobreq-job-code of ws-jobreq-record
                         and jobreq-batch-date of fs-jobreq-record
                         = jobreq-batch-date of ws-jobreq-record
                         and jobreq-status of fs-jobreq-record
                         not = "CANCELLED"
                         and jobreq-status of fs-jobreq-record
                         not = "FAILED"
                         and jobreq-status of fs-jobreq-record
                         not = "ABENDED"
                         and jobreq-status of fs-jobreq-record
                         not = "APPROVED"
                         and jobreq-status of fs-jobreq-record
                         not = "REJECTED"
                         and jobreq-status of fs-jobreq-record
                         not = "EXPIRED" then
                       move "Y" to ws-pending-dup
                   end-if
               end-perform
               close job-request-file
           end-if.

       assign-pending-id.
           move function current-date to ws-today-stamp
           move spaces to ws-pending-prefix
           string "P" delimited by size
               ws-today-stamp(1:8) delimited by size
               into ws-pending-prefix
           move 0 to ws-pending-max-seq
           open input job-request-file
           if jobreq-file-status = "00" then
               perform until jobreq-file-status not = "00"
                   read job-request-file next
                       at end exit perform
                   end-read
                   if jobreq-job-id of fs-jobreq-record (1:9)
                         = ws-pending-prefix
                         and jobreq-job-id of fs-jobreq-record (10:3)
                         is numeric
                         and jobreq-job-id of fs-jobreq-record (10:3)
                         > ws-pending-max-seq then
                       move jobreq-job-id of fs-jobreq-record (10:3)
                           to ws-pending-max-seq
                   end-if
               end-perform
               close job-request-file
           end-if
           compute ws-pending-seq = ws-pending-max-seq + 1
           move spaces to ws-pending-id
           string ws-pending-prefix delimited by size
               ws-pending-seq delimited by size
               into ws-pending-id.

      *> a pending request lapses at its run type's cutoff on the
      *> batch date; one raised after cutoff under a supervisor
      *> override stays open until the batch date has passed
       check-pending-expiry.
           move "N" to ws-pending-expired
           move function current-date to ws-today-stamp
           move ws-today-stamp(1:8) to ws-today-date
           move ws-today-stamp(9:4) to ws-now-hhmm
           if jobreq-batch-date of ws-pending-record < ws-today-date
               then
               move "Y" to ws-pending-expired
               exit paragraph
           end-if
           if jobreq-batch-date of ws-pending-record not = ws-today-date
               then
               exit paragraph
           end-if
           if jobreq-cutoff-time of ws-pending-record not numeric then
               exit paragraph
           end-if
           if ws-now-hhmm not > jobreq-cutoff-time of ws-pending-record
               then
               exit paragraph
           end-if
           if jobreq-submit-time of ws-pending-record (1:8)
                 = ws-today-date
                 and jobreq-submit-time of ws-pending-record (9:4)
                 > jobreq-cutoff-time of ws-pending-record then
               exit paragraph
           end-if
           move "Y" to ws-pending-expired.

       expire-pending-requests.
           open i-o job-request-file
           if jobreq-file-status not = "00" then
               exit paragraph
           end-if
           perform until jobreq-file-status not = "00"
               read job-request-file next
                   at end exit perform
               end-read
               if jobreq-status of fs-jobreq-record
                     = "PENDING-APPROVAL" then
                   move fs-jobreq-record to ws-pending-record
                   perform check-pending-expiry
                   if ws-pending-expired = "Y" then
                       move "EXPIRED" to jobreq-status
                           of ws-pending-record
                       move ws-pending-record to fs-jobreq-record
                       rewrite fs-jobreq-record
                           invalid key continue
                       end-rewrite
                       perform log-pending-expiry
                   end-if
               end-if
           end-perform
           close job-request-file.

       log-pending-expiry.
           move "JOBAPPR" to aud-call-name of ws-audit-record
           move "JOB-EXPIRE" to aud-event-type of ws-audit-record
           move 4 to aud-rc of ws-audit-record
           move spaces to aud-detail of ws-audit-record
           string jobreq-job-id of ws-pending-record delimited by size
               " REQ=" delimited by size
               jobreq-request-oper of ws-pending-record
               delimited by size
               into aud-detail of ws-audit-record
           perform write-audit-record.

       find-pending-request.
           move "N" to ws-pending-found
           open input job-request-file
           if jobreq-file-status = "00" then
               move appr-jobid to jobreq-job-id of fs-jobreq-record
               read job-request-file
                   invalid key continue
                   not invalid key
                       move fs-jobreq-record to ws-pending-record
                       move "Y" to ws-pending-found
               end-read
               close job-request-file
           end-if.

      *> four-eyes rule: the approver must hold authority 99 and
      *> must not be the operator who raised the request
       validate-pending-action.
           move "N" to ws-pending-ok
           perform find-pending-request
           if ws-pending-found = "N" then
               move "Pending id not found" to appr-status-msg
               add 1 to ws-error-count
               exit paragraph
           end-if
           if jobreq-status of ws-pending-record
                 not = "PENDING-APPROVAL" then
               move spaces to appr-status-msg
               string "Request is " delimited by size
                   jobreq-status of ws-pending-record
                   delimited by space
                   into appr-status-msg
               add 1 to ws-error-count
               exit paragraph
           end-if
           perform check-pending-expiry
           if ws-pending-expired = "Y" then
               move "EXPIRED" to jobreq-status of ws-pending-record
               move ws-pending-record to ws-jobreq-record
               perform rewrite-job-request
               perform log-pending-expiry
               move "Request expired at cutoff" to appr-status-msg
               add 1 to ws-error-count
               exit paragraph
           end-if
           if ws-signon-authority not = 99
                 or jobreq-request-oper of ws-pending-record
                 = ws-signon-id then
               if ws-signon-authority not = 99 then
                   move "Supervisor authority required"
                       to appr-status-msg
               else
                   move "Requester cannot approve own request"
                       to appr-status-msg
               end-if
               move "JOBAPPR" to aud-call-name of ws-audit-record
               move "APPROVE-DENIED" to aud-event-type
                   of ws-audit-record
               move 8 to aud-rc of ws-audit-record
               move spaces to aud-detail of ws-audit-record
               string jobreq-job-id of ws-pending-record
                   delimited by size
                   " REQ=" delimited by size
                   jobreq-request-oper of ws-pending-record
                   delimited by size
                   into aud-detail of ws-audit-record
               perform write-audit-record
               add 1 to ws-error-count
               exit paragraph
           end-if
           move "Y" to ws-pending-ok.

       approve-pending-request.
           perform validate-pending-action
           if ws-pending-ok = "N" then
               exit paragraph
           end-if
           move ws-pending-record to ws-jobreq-record
           move jobreq-run-type of ws-jobreq-record
               to ws-parm-lookup-type
           perform find-run-parameters
           move "Y" to ws-dup-override
           call "JOBSUB" using
               by reference ws-jobreq-record
               by reference ws-runparm-record
               by reference ws-dup-override
               by reference ws-dup-flag
           move "SUBMITTED" to jobreq-status of ws-jobreq-record
           move ws-signon-id to jobreq-approve-oper of ws-jobreq-record
           perform write-job-request
           move jobreq-job-id of ws-jobreq-record to ws-approved-job-id
           add 1 to ws-jobs-submitted-count
           move "APPROVED" to jobreq-status of ws-pending-record
           move ws-signon-id to jobreq-approve-oper of ws-pending-record
           move ws-pending-record to ws-jobreq-record
           perform rewrite-job-request
           move "JOBAPPR" to aud-call-name of ws-audit-record
           move "JOB-APPROVE" to aud-event-type of ws-audit-record
           move 0 to aud-rc of ws-audit-record
           move spaces to aud-detail of ws-audit-record
           string jobreq-job-id of ws-pending-record delimited by size
               " REQ=" delimited by size
               jobreq-request-oper of ws-pending-record
               delimited by size
               into aud-detail of ws-audit-record
           perform write-audit-record
           move "JOBSUB" to aud-call-name of ws-audit-record
           move "JOB-SUBMIT" to aud-event-type of ws-audit-record
           move 0 to aud-rc of ws-audit-record
           move ws-approved-job-id to aud-detail of ws-audit-record
           perform write-audit-record
           move spaces to appr-status-msg
           string "Approved, submitted as " delimited by size
               ws-approved-job-id delimited by size
               into appr-status-msg.

       reject-pending-request.
           perform validate-pending-action
           if ws-pending-ok = "N" then
               exit paragraph
           end-if
           move "REJECTED" to jobreq-status of ws-pending-record
           move ws-signon-id to jobreq-approve-oper of ws-pending-record
           move ws-pending-record to ws-jobreq-record
           perform rewrite-job-request
           move "JOBAPPR" to aud-call-name of ws-audit-record
           move "JOB-REJECT" to aud-event-type of ws-audit-record
           move 0 to aud-rc of ws-audit-record
           move spaces to aud-detail of ws-audit-record
           string jobreq-job-id of ws-pending-record delimited by size
               " REQ=" delimited by size
               jobreq-request-oper of ws-pending-record
               delimited by size
               into aud-detail of ws-audit-record
           perform write-audit-record
           move "Rejected" to appr-status-msg.

       build-approval-window.
           call "AG_WindowNew" using by value 0 returning appr-win
           if appr-win = null then
               display "error: no libagar" upon syserr
               move "AG_WindowNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           add 1 to ws-windows-opened-count
           move "Y" to appr-win-built
           call "AG_WindowSetGeometryAligned" using
               by value appr-win 2 420 240
           returning omitted

           perform varying appr-display-idx from 1 by 1
                 until appr-display-idx > appr-display-max
               move spaces to appr-line
               call "AG_LabelNew" using
                   by value appr-win 0
                   by reference appr-line
               returning appr-label-ptr(appr-display-idx)
           end-perform
           perform refresh-approval-window

           call "AG_TextboxNew" using
               by value appr-win 0
               by reference appr-jobid-label
           returning appr-jobid-box
           if appr-jobid-box = null then
               display "error: no libagar" upon syserr
               move "AG_TextboxNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if

           call "AG_ButtonNew" using
               by value appr-win 0
               by reference appr-approve-caption
           returning appr-approve-button-ptr
           if appr-approve-button-ptr = null then
               display "error: no libagar" upon syserr
               move "AG_ButtonNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           set appr-approve-handler-ptr to entry "job-approve-handler"
           call "AG_SetEvent" using
               by value appr-approve-button-ptr
               by reference "button-pushed"
               by value appr-approve-handler-ptr
           returning omitted

           call "AG_ButtonNew" using
               by value appr-win 0
               by reference appr-reject-caption
           returning appr-reject-button-ptr
           if appr-reject-button-ptr = null then
               display "error: no libagar" upon syserr
               move "AG_ButtonNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           set appr-reject-handler-ptr to entry "job-reject-handler"
           call "AG_SetEvent" using
               by value appr-reject-button-ptr
               by reference "button-pushed"
               by value appr-reject-handler-ptr
           returning omitted

           call "AG_LabelNew" using
               by value appr-win 0
               by reference appr-status-msg
           returning appr-status-ptr
           exit paragraph.

       refresh-approval-window.
           perform expire-pending-requests
           perform load-pending-table
           perform varying appr-display-idx from 1 by 1
                 until appr-display-idx > appr-display-max
               move spaces to appr-line
               if appr-display-idx <= pendreq-count then
                   move pendreq-entry(appr-display-idx)
                       to ws-pending-record
                   string jobreq-job-id of ws-pending-record
                       delimited by size
                       " " delimited by size
                       jobreq-job-code of ws-pending-record
                       delimited by size
                       " " delimited by size
                       jobreq-batch-date of ws-pending-record
                       delimited by size
                       " by " delimited by size
                       jobreq-request-oper of ws-pending-record
                       delimited by size
                       into appr-line
               end-if
               call "AG_LabelText" using
                   by value appr-label-ptr(appr-display-idx)
                   by reference appr-line
               returning omitted
           end-perform.

       load-pending-table.
           move 0 to pendreq-count
           open input job-request-file
           if jobreq-file-status = "00" then
               perform until jobreq-file-status not = "00"
                     or pendreq-count >= pendreq-max
                   read job-request-file next
                       at end exit perform
                   end-read
                   if jobreq-status of fs-jobreq-record
                         = "PENDING-APPROVAL" then
                       add 1 to pendreq-count
                       move fs-jobreq-record
                           to pendreq-entry(pendreq-count)
                   end-if
               end-perform
               close job-request-file
           end-if.

       show-operator-windows.
           perform build-launch-menu
           perform build-transaction-window
           perform build-job-monitor-window
           if ws-signon-authority = 99 then
               perform build-approval-window
           end-if
           call "AG_WindowShow" using by value win returning omitted
           call "AG_WindowShow" using by value txn-win
               returning omitted
           call "AG_WindowShow" using by value mon-win
               returning omitted
           if appr-win-built = "Y" then
               call "AG_WindowShow" using by value appr-win
                   returning omitted
           end-if
           call "AG_WindowHide" using by value signon-win
               returning omitted.

      *> the latest report needs acknowledging unless this operator
      *> prepared it or has already acknowledged it
       check-handover-due.
           move "N" to hand-ack-due
           move spaces to hand-report-stamp
           move spaces to hand-prepared-by
           open input handover-report-file
           if handover-report-status not = "00" then
               exit paragraph
           end-if
           read handover-report-file
               at end continue
           end-read
           if handover-report-status = "00" then
               read handover-report-file
                   at end continue
               end-read
           end-if
           if handover-report-status = "00"
                 and fs-handover-line(1:7) = "REPORT " then
               move fs-handover-line(8:14) to hand-report-stamp
               move fs-handover-line(35:8) to hand-prepared-by
           end-if
           close handover-report-file
           if hand-report-stamp = spaces
                 or hand-prepared-by = ws-signon-id then
               exit paragraph
           end-if
           move "Y" to hand-ack-due
           open input shift-log-file
           if shiftlog-file-status = "00" then
               perform until shiftlog-file-status not = "00"
                   read shift-log-file
                       at end exit perform
                   end-read
                   if shift-entry-type of fs-shiftlog-record = "ACK"
                         and shift-operator-id of fs-shiftlog-record
                         = ws-signon-id
                         and shift-text of fs-shiftlog-record(1:14)
                         = hand-report-stamp then
                       move "N" to hand-ack-due
                   end-if
               end-perform
               close shift-log-file
           end-if.

       build-handover-window.
           call "AG_WindowNew" using by value 0 returning hand-win
           if hand-win = null then
               display "error: no libagar" upon syserr
               move "AG_WindowNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           add 1 to ws-windows-opened-count
           call "AG_WindowSetGeometryAligned" using
               by value hand-win 2 560 440
           returning omitted

           open input handover-report-file
           perform varying hand-display-idx from 1 by 1
                 until hand-display-idx > hand-display-max
               move spaces to hand-line
               if handover-report-status = "00" then
                   read handover-report-file
                       at end continue
                   end-read
                   if handover-report-status = "00" then
                       move fs-handover-line to hand-line
                       if hand-display-idx = hand-display-max then
                           move "  ... see data/handover-report.txt"
                               to hand-line
                       end-if
                   end-if
               end-if
               inspect hand-line replacing all "%" by " "
               call "AG_LabelNew" using
                   by value hand-win 0
                   by reference hand-line
               returning hand-label-ptr(hand-display-idx)
           end-perform
           if handover-report-status = "00"
                 or handover-report-status = "10" then
               close handover-report-file
           end-if

           call "AG_ButtonNew" using
               by value hand-win 0
               by reference hand-ack-caption
           returning hand-ack-button-ptr
           if hand-ack-button-ptr = null then
               display "error: no libagar" upon syserr
               move "AG_ButtonNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           set hand-ack-handler-ptr to entry "handover-ack-handler"
           call "AG_SetEvent" using
               by value hand-ack-button-ptr
               by reference "button-pushed"
               by value hand-ack-handler-ptr
           returning omitted
           exit paragraph.

       acknowledge-handover.
           move spaces to ws-shiftlog-record
           move "ACK" to shift-entry-type of ws-shiftlog-record
           move hand-report-stamp to shift-text of ws-shiftlog-record
           perform append-shift-log
           move "N" to hand-ack-due
           move "HANDOVER-ACK" to aud-event-type of ws-audit-record
           move "AG_SetEvent" to aud-call-name of ws-audit-record
           move 0 to aud-rc of ws-audit-record
           move spaces to aud-detail of ws-audit-record
           string hand-report-stamp delimited by size
               " FROM " delimited by size
               hand-prepared-by delimited by size
               into aud-detail of ws-audit-record
           perform write-audit-record.

       append-shift-log.
           move function current-date
               to shift-timestamp of ws-shiftlog-record
           move ws-signon-id to shift-operator-id of ws-shiftlog-record
           open extend shift-log-file
           if shiftlog-file-status = "05"
                 or shiftlog-file-status = "35" then
               open output shift-log-file
           end-if
           if shiftlog-file-status not = "00" then
               display "error: cannot write shift log" upon syserr
               add 1 to ws-error-count
           else
               move ws-shiftlog-record to fs-shiftlog-record
               write fs-shiftlog-record
               close shift-log-file
           end-if.

       build-handover-notes-window.
           call "AG_WindowNew" using by value 0 returning note-win
           if note-win = null then
               display "error: no libagar" upon syserr
               move "AG_WindowNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           add 1 to ws-windows-opened-count
           move "Y" to note-win-built
           call "AG_WindowSetGeometryAligned" using
               by value note-win 2 420 140
           returning omitted

           call "AG_TextboxNew" using
               by value note-win 0
               by reference note-text-label
           returning note-text-box
           if note-text-box = null then
               display "error: no libagar" upon syserr
               move "AG_TextboxNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if

           call "AG_ButtonNew" using
               by value note-win 0
               by reference note-save-caption
           returning note-save-button-ptr
           if note-save-button-ptr = null then
               display "error: no libagar" upon syserr
               move "AG_ButtonNew" to aud-call-name of ws-audit-record
               perform log-init-failure
               perform write-session-summary
               perform close-audit-log
               goback
           end-if
           set note-save-handler-ptr to entry "handover-save-handler"
           call "AG_SetEvent" using
               by value note-save-button-ptr
               by reference "button-pushed"
               by value note-save-handler-ptr
           returning omitted

           call "AG_LabelNew" using
               by value note-win 0
               by reference note-status-msg
           returning note-status-ptr
           exit paragraph.

      *> at sign-off the outgoing operator's report is left for the
      *> next operator to acknowledge at sign-on
       prepare-handover-report.
           if ws-signon-done not = "Y" then
               exit paragraph
           end-if
           move return-code to hand-save-rc
           call "HANDRPT" using
               by reference ws-signon-id
               by reference hand-report-stamp
               by reference hand-open-items
           move hand-save-rc to return-code
           move "HANDOVER-RPT" to aud-event-type of ws-audit-record
           move "HANDRPT" to aud-call-name of ws-audit-record
           if hand-report-stamp = spaces then
               move 8 to aud-rc of ws-audit-record
               add 1 to ws-error-count
           else
               move 0 to aud-rc of ws-audit-record
           end-if
           move spaces to aud-detail of ws-audit-record
           string hand-report-stamp " OPEN=" hand-open-items
               delimited by size into aud-detail of ws-audit-record
           perform write-audit-record.

       entry "txn-submit-handler" using lk-event-ptr.
           move spaces to txn-entry-record
           call "AG_TextboxCopyString" using
               by value txn-field-ptr(1)
               by reference txn-batch-date of txn-entry-record
               by value length of txn-batch-date of txn-entry-record
           returning omitted
           call "AG_TextboxCopyString" using
               by value txn-field-ptr(2)
               by reference txn-run-type of txn-entry-record
               by value length of txn-run-type of txn-entry-record
           returning omitted
           call "AG_TextboxCopyString" using
               by value txn-field-ptr(3)
               by reference txn-operator-id of txn-entry-record
               by value length of txn-operator-id of txn-entry-record
           returning omitted
           if ws-signon-id not = spaces then
               move ws-signon-id to txn-operator-id
                   of txn-entry-record
           end-if
           perform validate-transaction-input
           if txn-valid-flag = "N" then
               call "AG_LabelText" using
                   by value txn-status-ptr
                   by reference txn-status-msg
               returning omitted
               perform write-transaction-reject
               add 1 to ws-buttons-clicked-count
               add 1 to ws-error-count
               move "AG_SetEvent" to aud-call-name of ws-audit-record
               move "TXN-REJECT" to aud-event-type of ws-audit-record
               move 0 to aud-rc of ws-audit-record
               move txn-reject-reason to aud-detail of ws-audit-record
               perform write-audit-record
               goback
           end-if
           move "Submitted" to txn-status-msg
           call "AG_LabelText" using
               by value txn-status-ptr
               by reference txn-status-msg
           returning omitted
           move txn-entry-record to ws-transaction-record
           move txn-batch-date of ws-transaction-record
               to txn-key of ws-transaction-record
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
           else
               write fs-transaction-record
                   invalid key rewrite fs-transaction-record
               end-write
           end-if
           close transaction-file
           move ws-transaction-record to ws-jrnl-after
           call "TXNJRNL" using
               by reference ws-jrnl-action
               by reference ws-jrnl-before
               by reference ws-jrnl-after
               by reference ws-signon-id
           perform write-transaction-history
           add 1 to ws-buttons-clicked-count
           move "AG_SetEvent" to aud-call-name of ws-audit-record
           move "TXN-SUBMIT" to aud-event-type of ws-audit-record
           move 0 to aud-rc of ws-audit-record
           move txn-run-type of ws-transaction-record
               to aud-detail of ws-audit-record
           perform write-audit-record
               perform refuse-open-prior-day
               goback
           end-if
           perform check-restricted-job
           if ws-restricted-flag = "Y" then
               add 1 to ws-buttons-clicked-count
               perform queue-for-approval
               if ws-pending-result = "Y" then
                   move "JOB-PENDING" to chk-last-action
                       of ws-checkpoint-record
                   perform write-checkpoint
               end-if
               perform refresh-job-monitor
               if appr-win-built = "Y" then
                   perform refresh-approval-window
               end-if
               goback
           end-if
           move "N" to ws-dup-override
           call "JOBSUB" using
               by reference ws-jobreq-record
               by reference ws-signon-id-input
               by value length of ws-signon-id-input
           returning omitted
           call "AG_TextboxCopyString" using
               by value signon-pwd-box
               by reference ws-signon-pwd-input
               by value length of ws-signon-pwd-input
           returning omitted
           call "AG_TextboxCopyString" using
               by value signon-newpwd-box
               by reference ws-new-pwd-input
               by value length of ws-new-pwd-input
           returning omitted
           call "AG_TextboxCopyString" using
               by value signon-confpwd-box
               by reference ws-confirm-pwd-input
               by value length of ws-confirm-pwd-input
           returning omitted
           add 1 to ws-buttons-clicked-count
           perform find-operator
           perform check-operator-eligible
           if oper-eligible = "Y" then
               perform check-signon-password
               if ws-pwd-result not = "OK" then
                   call "AG_LabelText" using
                       by value signon-status-ptr
                       by reference signon-status-msg
                   returning omitted
                   add 1 to ws-error-count
                   goback
               end-if
           end-if
           if oper-eligible = "N" then
               if oper-found = "Y"
                     and oper-status of ws-oper-record = "L" then
                   move "Operator locked, see supervisor"
                       to signon-status-msg
               else
                   move "Sign-on refused" to signon-status-msg
               end-if
               call "AG_LabelText" using
                   by value signon-status-ptr
                   by reference signon-status-msg
               goback
           end-if
           perform adopt-signon-operator
           perform check-handover-due
           if hand-ack-due = "Y" then
               perform build-handover-window
               call "AG_WindowShow" using by value hand-win
                   returning omitted
               call "AG_WindowHide" using by value signon-win
                   returning omitted
               goback
           end-if
           perform show-operator-windows
           goback.

       entry "job-cancel-handler" using lk-event-ptr.
               add 1 to ws-error-count
               goback
           end-if
           if jobreq-status of ws-jobreq-record not = "SUBMITTED"
                 and jobreq-status of ws-jobreq-record
                 not = "PENDING-APPROVAL" then
               display "error: only SUBMITTED or PENDING-APPROVAL "
                   "requests can be cancelled: " mon-jobid upon syserr
               add 1 to ws-error-count
               goback
           end-if
               add 1 to ws-error-count
               goback
           end-if
           if jobreq-status of ws-jobreq-record not = "FAILED"
                 and jobreq-status of ws-jobreq-record not = "ABENDED"
               then
               display "error: only FAILED or ABENDED requests can be "
                   "resubmitted: " mon-jobid upon syserr
               add 1 to ws-error-count
               goback
               perform refuse-open-prior-day
               goback
           end-if
           move ws-signon-id to jobreq-request-oper of ws-jobreq-record
           move spaces to jobreq-approve-oper of ws-jobreq-record
           perform check-restricted-job
           if ws-restricted-flag = "Y" then
               perform queue-for-approval
               perform refresh-job-monitor
               if appr-win-built = "Y" then
                   perform refresh-approval-window
               end-if
               goback
           end-if
           move "Y" to ws-dup-override
           call "JOBSUB" using
               by reference ws-jobreq-record
           perform write-audit-record
           perform refresh-job-monitor
           goback.

       entry "job-approve-handler" using lk-event-ptr.
           call "AG_TextboxCopyString" using
               by value appr-jobid-box
               by reference appr-jobid
               by value length of appr-jobid
           returning omitted
           add 1 to ws-buttons-clicked-count
           perform approve-pending-request
           call "AG_LabelText" using
               by value appr-status-ptr
               by reference appr-status-msg
           returning omitted
           perform refresh-approval-window
           perform refresh-job-monitor
           goback.

       entry "job-reject-handler" using lk-event-ptr.
           call "AG_TextboxCopyString" using
               by value appr-jobid-box
               by reference appr-jobid
               by value length of appr-jobid
           returning omitted
           add 1 to ws-buttons-clicked-count
           perform reject-pending-request
           call "AG_LabelText" using
               by value appr-status-ptr
               by reference appr-status-msg
           returning omitted
           perform refresh-approval-window
           perform refresh-job-monitor
           goback.

       entry "handover-menu-handler" using lk-event-ptr.
           add 1 to ws-buttons-clicked-count
           if note-win-built = "N" then
               perform build-handover-notes-window
           end-if
           call "AG_WindowShow" using by value note-win
               returning omitted
           goback.

       entry "handover-save-handler" using lk-event-ptr.
           move spaces to note-text
           call "AG_TextboxCopyString" using
               by value note-text-box
               by reference note-text
               by value length of note-text
           returning omitted
           add 1 to ws-buttons-clicked-count
           if note-text = spaces then
               move "Note is empty" to note-status-msg
           else
               move spaces to ws-shiftlog-record
               move "NOTE" to shift-entry-type of ws-shiftlog-record
               move note-text to shift-text of ws-shiftlog-record
               perform append-shift-log
               if shiftlog-file-status = "00" then
                   move "Note saved" to note-status-msg
                   move spaces to note-text
                   call "AG_TextboxSetString" using
                       by value note-text-box
                       by reference note-text
                   returning omitted
               else
                   move "Note not saved, see log" to note-status-msg
               end-if
           end-if
           call "AG_LabelText" using
               by value note-status-ptr
               by reference note-status-msg
           returning omitted
           goback.

       entry "handover-ack-handler" using lk-event-ptr.
           if hand-ack-due not = "Y" then
               goback
           end-if
           add 1 to ws-buttons-clicked-count
           perform acknowledge-handover
           call "AG_WindowHide" using by value hand-win
               returning omitted
           perform show-operator-windows
           goback.
       end program sample.
