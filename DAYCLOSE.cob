       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

       01 ws-force-arg pic x(8).
       01 ws-force-mode pic x value "N".
       01 ws-job-complete pic x.
       01 ws-job-due pic x.
       01 ws-open-count pic 9(4) value 0.
       01 ws-already-closed pic x value "N".
       01 ws-signon-id pic x(8) value spaces.
       01 ws-today-date pic x(8).
       01 oper-found pic x value "N".
       01 ws-close-rc usage binary-long value 0.
       01 ws-alert-event pic x(20).
       01 ws-alert-severity pic x(8).
       01 ws-alert-reference pic x(30).
       01 ws-alert-save-rc usage binary-long.

       procedure division.
       dayclose-main.
                   perform write-close-record
                   move "DAY-FORCE" to aud-event-type
                       of ws-audit-record
                   move "DAY-FORCE" to ws-alert-event
                   move "MAJOR" to ws-alert-severity
                   move ws-close-date to ws-alert-reference
                   perform raise-alert
               end-if
           else
               display "error: " ws-open-count " chained jobs not "
               close job-chain-file
           end-if.

      *> jobs the schedule does not call for on the close date are
      *> left out, as batch mode never submits them
       count-open-jobs.
           move 0 to ws-open-count
           perform varying chain-idx from 1 by 1
                 until chain-idx > chain-count
               move chain-entry(chain-idx) to ws-chain-record
               call "JOBDUE" using
                   by reference chain-job-code of ws-chain-record
                   by reference ws-close-date
                   by reference ws-job-due
               if ws-job-due = "Y" then
                   perform check-chain-job-complete
                   if ws-job-complete = "N" then
                       add 1 to ws-open-count
                       display "open: "
                           chain-job-code of ws-chain-record
                           upon syserr
                   end-if
               end-if
           end-perform.

                         = chain-job-code of ws-chain-record
                         and jobreq-batch-date of fs-jobreq-record
                         = ws-close-date
                         and (jobreq-status of fs-jobreq-record
                         = "COMPLETED"
                         or jobreq-status of fs-jobreq-record
                         = "COMPLETED-WARN") then
                       move "Y" to ws-job-complete
                   end-if
               end-perform
               close batch-status-file
           end-if.

       raise-alert.
           move return-code to ws-alert-save-rc
           call "ALERTWR" using
               by reference ws-alert-event
               by reference ws-alert-severity
               by reference ws-alert-reference
               by reference ws-signon-id
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

