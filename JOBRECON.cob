           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.
           select rc-rule-file assign to ws-rcrule-path
               organization is line sequential
               file status is rcrule-file-status.

       data division.
       file section.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       fd rc-rule-file.
       01 fs-rcrule-record.
           copy "RCRULE.cpy".

       working-storage section.
       01 ws-config-path pic x(40) value "config/sample.cfg".
       01 config-file-status pic xx.
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

           copy "JOBFDBK.cpy".
       01 ws-fdbk-control.
           copy "FDBKCTL.cpy".
       01 ws-rcrule-path pic x(40) value "data/rc-rules.dat".
       01 rcrule-file-status pic xx.
       01 ws-rcrule-record.
           copy "RCRULE.cpy".

       01 rcrule-count usage binary-long value 0.
       01 rcrule-max usage binary-long value 100.
       01 rcrule-idx usage binary-long.
       01 rcrule-table.
           05 rcrule-entry occurs 100 times pic x(56).
       01 ws-rc-severity pic x(8).
       01 ws-rc-job-listed pic x value "N".

       01 outcome-count usage binary-long value 0.
       01 outcome-max usage binary-long value 200.
       01 outcome-idx usage binary-long.
       01 outcome-table.
           05 outcome-line occurs 200 times pic x(100).

       01 ws-feedback-count usage binary-long value 0.
       01 ws-feedback-max usage binary-long value 2000.
       01 ws-fdbk-detail-display pic 9(6).
       01 ws-orphan-count pic 9(4) value 0.
       01 ws-completed-count pic 9(4) value 0.
       01 ws-warn-count pic 9(4) value 0.
       01 ws-failed-count pic 9(4) value 0.
       01 ws-abend-count pic 9(4) value 0.
       01 ws-exception-count pic 9(4) value 0.
       01 ws-stale-hours usage binary-long.
       01 ws-age-hours usage binary-long.
       01 ws-age-display pic z(5)9.
       01 ws-stale-display pic 9(4).
       01 ws-recon-rc usage binary-long value 0.
       01 ws-alert-event pic x(20).
       01 ws-alert-severity pic x(8).
       01 ws-alert-reference pic x(30).
       01 ws-alert-operator pic x(8) value spaces.
       01 ws-alert-save-rc usage binary-long.

       procedure division.
       jobrecon-main.
       perform read-recon-config
       perform load-rc-rules
       perform open-audit-log
       perform check-job-request-master
       if ws-jobreq-present = "N" then
               end-if
           end-if.

       load-rc-rules.
           move 0 to rcrule-count
           open input rc-rule-file
           if rcrule-file-status = "00" then
               perform until rcrule-file-status not = "00"
                     or rcrule-count >= rcrule-max
                   read rc-rule-file
                       at end exit perform
                   end-read
                   add 1 to rcrule-count
                   move fs-rcrule-record to rcrule-entry(rcrule-count)
               end-perform
               close rc-rule-file
           else
               display "warning: no return-code rules file, any "
                   "non-zero rc is FAILED" upon syserr
           end-if.

       check-job-request-master.
           move "N" to ws-jobreq-present
           open input job-request-file
           move 8 to aud-rc of ws-audit-record
           move spaces to aud-detail of ws-audit-record
           perform write-audit-record
           move 8 to ws-recon-rc
           move "FDBK-CTLERR" to ws-alert-event
           move "CRITICAL" to ws-alert-severity
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:8) to ws-alert-reference
           perform raise-alert.

       match-feedback-to-requests.
           move "N" to ws-match-done
                   not invalid key
                       if jobreq-status of fs-jobreq-record
                             = "SUBMITTED" then
                           perform classify-return-code
                           evaluate ws-rc-severity
                               when "OK"
                                   move "COMPLETED" to jobreq-status
                                       of fs-jobreq-record
                                   add 1 to ws-completed-count
                               when "WARNING"
                                   move "COMPLETED-WARN"
                                       to jobreq-status
                                       of fs-jobreq-record
                                   add 1 to ws-warn-count
                               when "FAILED"
                                   move "FAILED" to jobreq-status
                                       of fs-jobreq-record
                                   add 1 to ws-failed-count
                               when other
                                   move "ABENDED" to jobreq-status
                                       of fs-jobreq-record
                                   add 1 to ws-abend-count
                           end-evaluate
                           rewrite fs-jobreq-record
                           if ws-rc-severity not = "OK" then
                               perform record-recon-outcome
                           end-if
                       end-if
               end-read
           end-perform
           close orphan-report-file
           move "Y" to ws-match-done.

      *> first matching range wins; a job with rules on file but no
      *> range covering the return code is an abend
       classify-return-code.
           move spaces to ws-rc-severity
           move "N" to ws-rc-job-listed
           perform varying rcrule-idx from 1 by 1
                 until rcrule-idx > rcrule-count
               move rcrule-entry(rcrule-idx) to ws-rcrule-record
               if rcr-job-code of ws-rcrule-record
                     = jobreq-job-code of fs-jobreq-record then
                   move "Y" to ws-rc-job-listed
                   if ws-rc-severity = spaces
                         and fdbk-return-code of ws-feedback-record
                         is numeric
                         and rcr-rc-low of ws-rcrule-record is numeric
                         and rcr-rc-high of ws-rcrule-record is numeric
                         and fdbk-return-code of ws-feedback-record
                         not < rcr-rc-low of ws-rcrule-record
                         and fdbk-return-code of ws-feedback-record
                         not > rcr-rc-high of ws-rcrule-record then
                       move rcr-severity of ws-rcrule-record
                           to ws-rc-severity
                   end-if
               end-if
           end-perform
           if ws-rc-job-listed = "N" then
               if fdbk-return-code of ws-feedback-record is numeric
                     and fdbk-return-code of ws-feedback-record = 0
                   then
                   move "OK" to ws-rc-severity
               else
                   move "FAILED" to ws-rc-severity
               end-if
           else
               if ws-rc-severity not = "OK"
                     and ws-rc-severity not = "WARNING"
                     and ws-rc-severity not = "FAILED" then
                   move "ABEND" to ws-rc-severity
               end-if
           end-if.

       record-recon-outcome.
           if outcome-count < outcome-max then
               add 1 to outcome-count
               move spaces to outcome-line(outcome-count)
               string "  " delimited by size
                   jobreq-job-id of fs-jobreq-record delimited by size
                   " " delimited by size
                   jobreq-job-code of fs-jobreq-record
                   delimited by size
                   " " delimited by size
                   jobreq-status of fs-jobreq-record delimited by size
                   " rc " delimited by size
                   fdbk-return-code of ws-feedback-record
                   delimited by size
                   into outcome-line(outcome-count)
           end-if
           evaluate ws-rc-severity
               when "WARNING"
                   move "RECON-WARN" to aud-event-type
                       of ws-audit-record
                   move 4 to aud-rc of ws-audit-record
               when "FAILED"
                   move "RECON-FAIL" to aud-event-type
                       of ws-audit-record
                   move 8 to aud-rc of ws-audit-record
               when other
                   move "RECON-ABEND" to aud-event-type
                       of ws-audit-record
                   move 12 to aud-rc of ws-audit-record
           end-evaluate
           move "JOBRECON" to aud-call-name of ws-audit-record
           move jobreq-job-id of fs-jobreq-record
               to aud-detail of ws-audit-record
           perform write-audit-record
           move jobreq-job-id of fs-jobreq-record to ws-alert-reference
           evaluate ws-rc-severity
               when "WARNING"
                   continue
               when "FAILED"
                   move "RECON-FAIL" to ws-alert-event
                   move "MAJOR" to ws-alert-severity
                   perform raise-alert
               when other
                   move "RECON-ABEND" to ws-alert-event
                   move "CRITICAL" to ws-alert-severity
                   perform raise-alert
           end-evaluate.

       report-orphan-feedback.
           add 1 to ws-orphan-count
           move spaces to fs-orphan-line
                   ws-exception-count delimited by size
                   into fs-exception-line
               write fs-exception-line
               move spaces to fs-exception-line
               write fs-exception-line
               move "Requests reconciled this run other than COMPLETED"
                   to fs-exception-line
               write fs-exception-line
               if outcome-count = 0 then
                   move "  (none)" to fs-exception-line
                   write fs-exception-line
               end-if
               perform varying outcome-idx from 1 by 1
                     until outcome-idx > outcome-count
                   move outcome-line(outcome-idx) to fs-exception-line
                   write fs-exception-line
               end-perform
               move spaces to fs-exception-line
               string "Completed: " delimited by size
                   ws-completed-count delimited by size
                   "  Completed-warn: " delimited by size
                   ws-warn-count delimited by size
                   "  Failed: " delimited by size
                   ws-failed-count delimited by size
                   "  Abended: " delimited by size
                   ws-abend-count delimited by size
                   into fs-exception-line
               write fs-exception-line
               close exception-report-file
           end-if.

               move ws-stale-hours to ws-age-hours
           end-if.

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
           open extend audit-file
           move function current-date to aud-timestamp of ws-audit-record
           accept aud-operator-id of ws-audit-record from environment
               "USER"
           move return-code to ws-audit-save-rc
           call "AUDSEQ" using ws-audit-record
           move ws-audit-save-rc to return-code
           move ws-audit-record to fs-audit-record
           write fs-audit-record.

