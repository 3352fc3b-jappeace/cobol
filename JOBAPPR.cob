      * BATCH APPROVAL OF RESTRICTED JOB REQUESTS HELD FOR DUAL CONTROL
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. JOBAPPR.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select job-request-file assign to ws-jobreq-path
               organization is indexed
               access mode is dynamic
               record key is jobreq-job-id of fs-jobreq-record
               file status is jobreq-file-status.
           select run-param-file assign to ws-runparm-path
               organization is line sequential
               file status is runparm-file-status.
           select operator-master-file assign to ws-oper-path
               organization is line sequential
               file status is oper-file-status.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.
           select config-file assign to ws-config-path
               organization is line sequential
               file status is config-file-status.

       data division.
       file section.
       fd job-request-file.
       01 fs-jobreq-record.
           copy "JOBREQ.cpy".

       fd run-param-file.
       01 fs-runparm-record.
           copy "RUNPARM.cpy".

       fd operator-master-file.
       01 fs-oper-record.
           copy "OPERMAST.cpy".

       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       fd config-file.
       01 fs-config-record.
           copy "CONFIG.cpy".

       working-storage section.
       01 ws-jobreq-path pic x(40) value "data/job-request.dat".
       01 jobreq-file-status pic xx.
       01 ws-jobreq-record.
           copy "JOBREQ.cpy".
       01 ws-pending-record.
           copy "JOBREQ.cpy".
       01 ws-runparm-path pic x(40) value "data/run-params.dat".
       01 runparm-file-status pic xx.
       01 ws-runparm-record.
           copy "RUNPARM.cpy".
       01 ws-parm-lookup-type pic x(10).
       01 runparm-found pic x value "N".
       01 ws-oper-path pic x(40) value "data/operator-master.dat".
       01 oper-file-status pic xx.
       01 ws-oper-record.
           copy "OPERMAST.cpy".
       01 oper-count usage binary-long value 0.
       01 oper-max usage binary-long value 100.
       01 oper-idx usage binary-long.
       01 oper-table.
           05 oper-entry occurs 100 times pic x(180).
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".
       01 ws-config-path pic x(40) value "config/sample.cfg".
       01 config-file-status pic xx.
       01 ws-config-record.
           copy "CONFIG.cpy".

       01 ws-cmd-line pic x(80).
       01 ws-command pic x(10).
       01 ws-target-id pic x(12).
       01 ws-signon-id pic x(8) value spaces.
       01 ws-signon-authority pic 9(2) value 0.
       01 ws-signon-idx usage binary-long value 0.
       01 ws-pwd-input pic x(20).
       01 ws-pwd-hash pic x(16).
       01 ws-pwd-fail-limit pic 9(2) value 3.
       01 ws-pwd-expiry-days pic 9(4) value 90.
       01 ws-pwd-age-days usage binary-long.
       01 ws-fail-display pic 9(2).
       01 ws-pwd-refused pic x value "N".
       01 ws-today-stamp pic x(26).
       01 ws-today-date pic x(8).
       01 ws-now-hhmm pic x(4).
       01 ws-dup-override pic x value "Y".
       01 ws-dup-flag pic x value "N".
       01 ws-pending-found pic x value "N".
       01 ws-pending-ok pic x value "N".
       01 ws-pending-expired pic x value "N".
       01 ws-approved-job-id pic x(12).
       01 ws-pending-count pic 9(4) value 0.
       01 ws-expired-count pic 9(4) value 0.
       01 ws-appr-rc usage binary-long value 0.
       01 ws-alert-event pic x(20).
       01 ws-alert-severity pic x(8).
       01 ws-alert-reference pic x(30).
       01 ws-alert-save-rc usage binary-long.

       procedure division.
       jobappr-main.
       accept ws-cmd-line from command-line
       move spaces to ws-command
       move spaces to ws-target-id
       unstring ws-cmd-line delimited by all " "
           into ws-command ws-target-id
       end-unstring
       perform open-audit-log
       accept ws-signon-id from environment "USER"
       perform expire-pending-requests
       evaluate ws-command
           when "LIST"
               perform list-pending-requests
           when "APPROVE"
               perform approve-pending-request
           when "REJECT"
               perform reject-pending-request
           when other
               display "usage: JOBAPPR LIST | APPROVE id | REJECT id"
                   upon syserr
               move 8 to ws-appr-rc
       end-evaluate
       move "JOBAPPR" to aud-call-name of ws-audit-record
       move "JOB-APPR-RUN" to aud-event-type of ws-audit-record
       move ws-appr-rc to aud-rc of ws-audit-record
       move ws-appr-rc to return-code
       move spaces to aud-detail of ws-audit-record
       string ws-command delimited by space
           " " delimited by size
           ws-target-id delimited by space
           " X=" delimited by size
           ws-expired-count delimited by size
           into aud-detail of ws-audit-record
       perform write-audit-record
       perform close-audit-log
       goback.

       read-password-policy.
           open input config-file
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

       load-operators.
           move 0 to oper-count
           open input operator-master-file
           if oper-file-status = "00" then
               perform until oper-file-status not = "00"
                     or oper-count >= oper-max
                   read operator-master-file
                       at end exit perform
                   end-read
                   add 1 to oper-count
                   move fs-oper-record to oper-entry(oper-count)
               end-perform
               close operator-master-file
           end-if.

      *> a supervisor approving under their own USER id must also
      *> give their password before the authority is accepted
       check-approver-authority.
           move 0 to ws-signon-authority
           move 0 to ws-signon-idx
           move "N" to ws-pwd-refused
           perform read-password-policy
           perform load-operators
           move function current-date to ws-today-stamp
           move ws-today-stamp(1:8) to ws-today-date
           perform varying oper-idx from 1 by 1
                 until oper-idx > oper-count
               move oper-entry(oper-idx) to ws-oper-record
               if oper-id of ws-oper-record = ws-signon-id
                     and oper-status of ws-oper-record = "A"
                     and (oper-effective-date of ws-oper-record
                     = spaces
                     or oper-effective-date of ws-oper-record
                     not > ws-today-date)
                     and (oper-expiry-date of ws-oper-record = spaces
                     or oper-expiry-date of ws-oper-record
                     not < ws-today-date) then
                   move oper-idx to ws-signon-idx
               end-if
           end-perform
           if ws-signon-idx = 0 then
               exit paragraph
           end-if
           move oper-entry(ws-signon-idx) to ws-oper-record
           if oper-authority of ws-oper-record not = 99 then
               move oper-authority of ws-oper-record
                   to ws-signon-authority
               exit paragraph
           end-if
           perform check-approver-password
           if ws-pwd-refused = "N" then
               move oper-authority of ws-oper-record
                   to ws-signon-authority
           end-if.

      *> checked the same way as at sign-on, and failures here count
      *> towards the same lockout
       check-approver-password.
           if oper-fail-count of ws-oper-record not numeric then
               move 0 to oper-fail-count of ws-oper-record
           end-if
           accept ws-pwd-input from environment "SAMPLE_SIGNON_PWD"
           if ws-pwd-input = spaces then
               display "Password:" upon syserr
               accept ws-pwd-input from console
           end-if
           call "PWDHASH" using
               by reference oper-id of ws-oper-record
               by reference ws-pwd-input
               by reference ws-pwd-hash
           move spaces to ws-pwd-input
           if oper-pwd-hash of ws-oper-record = spaces
                 or ws-pwd-hash not = oper-pwd-hash of ws-oper-record
               then
               move "Y" to ws-pwd-refused
               add 1 to oper-fail-count of ws-oper-record
               move oper-fail-count of ws-oper-record
                   to ws-fail-display
               move "PWD-FAIL" to aud-event-type of ws-audit-record
               move "JOBAPPR" to aud-call-name of ws-audit-record
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
                   move "OPER-LOCKED" to aud-event-type
                       of ws-audit-record
                   move oper-id of ws-oper-record
                       to aud-detail of ws-audit-record
                   perform write-audit-record
                   move "OPER-LOCKED" to ws-alert-event
                   move "MAJOR" to ws-alert-severity
                   move ws-today-date to ws-alert-reference
                   perform raise-alert
               end-if
               move ws-oper-record to oper-entry(ws-signon-idx)
               perform rewrite-operators
               exit paragraph
           end-if
           if oper-pwd-changed-date of ws-oper-record not numeric then
               move ws-pwd-expiry-days to ws-pwd-age-days
           else
               compute ws-pwd-age-days =
                   function integer-of-date(numval(ws-today-date))
                   - function integer-of-date(numval(
                       oper-pwd-changed-date of ws-oper-record))
           end-if
           if ws-pwd-age-days >= ws-pwd-expiry-days then
               move "Y" to ws-pwd-refused
               display "error: password expired, change it at the "
                   "console sign-on" upon syserr
               move "PWD-EXPIRED" to aud-event-type of ws-audit-record
               move "JOBAPPR" to aud-call-name of ws-audit-record
               move 4 to aud-rc of ws-audit-record
               move oper-id of ws-oper-record
                   to aud-detail of ws-audit-record
               perform write-audit-record
               exit paragraph
           end-if
           if oper-fail-count of ws-oper-record not = 0 then
               move 0 to oper-fail-count of ws-oper-record
               move ws-oper-record to oper-entry(ws-signon-idx)
               perform rewrite-operators
           end-if.

       rewrite-operators.
           open output operator-master-file
           if oper-file-status not = "00" then
               display "error: cannot rewrite operator master"
                   upon syserr
               move 8 to ws-appr-rc
           else
               perform varying oper-idx from 1 by 1
                     until oper-idx > oper-count
                   move oper-entry(oper-idx) to fs-oper-record
                   write fs-oper-record
               end-perform
               close operator-master-file
           end-if.

       list-pending-requests.
           move 0 to ws-pending-count
           open input job-request-file
           if jobreq-file-status = "00" then
               perform until jobreq-file-status not = "00"
                   read job-request-file next
                       at end exit perform
                   end-read
                   if jobreq-status of fs-jobreq-record
                         = "PENDING-APPROVAL" then
                       add 1 to ws-pending-count
                       display jobreq-job-id of fs-jobreq-record " "
                           jobreq-job-code of fs-jobreq-record " "
                           jobreq-batch-date of fs-jobreq-record " "
                           jobreq-run-type of fs-jobreq-record " by "
                           jobreq-request-oper of fs-jobreq-record
                           " at "
                           jobreq-submit-time of fs-jobreq-record (1:12)
                           upon syserr
                   end-if
               end-perform
               close job-request-file
           end-if
           if ws-pending-count = 0 then
               display "no requests pending approval" upon syserr
           end-if.

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
           move 0 to ws-expired-count
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
                       add 1 to ws-expired-count
                       display "expired: "
                           jobreq-job-id of ws-pending-record
                           upon syserr
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
               move ws-target-id to jobreq-job-id of fs-jobreq-record
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
               display "error: pending id not found: " ws-target-id
                   upon syserr
               move 8 to ws-appr-rc
               exit paragraph
           end-if
           if jobreq-status of ws-pending-record
                 not = "PENDING-APPROVAL" then
               display "error: request " ws-target-id " is "
                   jobreq-status of ws-pending-record upon syserr
               move 8 to ws-appr-rc
               exit paragraph
           end-if
           perform check-approver-authority
           if ws-signon-authority not = 99
                 or jobreq-request-oper of ws-pending-record
                 = ws-signon-id then
               evaluate true
                   when ws-pwd-refused = "Y"
                       display "error: approver password not accepted"
                           upon syserr
                   when ws-signon-authority not = 99
                       display "error: approval requires an active "
                           "supervisor" upon syserr
                   when other
                       display "error: requester cannot approve own "
                           "request " ws-target-id upon syserr
               end-evaluate
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
               move 8 to ws-appr-rc
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
           if ws-appr-rc not = 0 then
               exit paragraph
           end-if
           move jobreq-job-id of ws-jobreq-record to ws-approved-job-id
           move "APPROVED" to jobreq-status of ws-pending-record
           move ws-signon-id to jobreq-approve-oper of ws-pending-record
           perform rewrite-pending-request
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
           display "approved " ws-target-id ", submitted as "
               ws-approved-job-id upon syserr.

       reject-pending-request.
           perform validate-pending-action
           if ws-pending-ok = "N" then
               exit paragraph
           end-if
           move "REJECTED" to jobreq-status of ws-pending-record
           move ws-signon-id to jobreq-approve-oper of ws-pending-record
           perform rewrite-pending-request
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
           display "rejected " ws-target-id upon syserr.

       find-run-parameters.
           move "N" to runparm-found
           move spaces to ws-runparm-record
           open input run-param-file
           if runparm-file-status = "00" then
               perform until runparm-file-status not = "00"
                   read run-param-file
                       at end exit perform
                   end-read
                   if parm-run-type of fs-runparm-record
                         = ws-parm-lookup-type then
                       move "Y" to runparm-found
                       move fs-runparm-record to ws-runparm-record
                   end-if
               end-perform
               close run-param-file
           end-if
           if runparm-found = "N" then
               move spaces to ws-runparm-record
               move ws-parm-lookup-type
                   to parm-run-type of ws-runparm-record
               move 0 to parm-priority of ws-runparm-record
           end-if.

       write-job-request.
           move ws-jobreq-record to fs-jobreq-record
           open i-o job-request-file
           if jobreq-file-status not = "00" then
               display "error: cannot open job request master"
                   upon syserr
               move 8 to ws-appr-rc
           else
               write fs-jobreq-record
                   invalid key
                       display "error: duplicate job id on master: "
                           jobreq-job-id of ws-jobreq-record
                           upon syserr
                       move 8 to ws-appr-rc
               end-write
               close job-request-file
           end-if.

       rewrite-pending-request.
           open i-o job-request-file
           if jobreq-file-status not = "00" then
               display "error: cannot open job request master"
                   upon syserr
               move 8 to ws-appr-rc
           else
               move ws-pending-record to fs-jobreq-record
               rewrite fs-jobreq-record
                   invalid key
                       display "error: job id not on master: "
                           jobreq-job-id of ws-pending-record
                           upon syserr
                       move 8 to ws-appr-rc
               end-rewrite
               close job-request-file
           end-if.

       raise-alert.
           move return-code to ws-alert-save-rc
           call "ALERTWR" using
               by reference ws-alert-event
               by reference ws-alert-severity
               by reference ws-alert-reference
               by reference oper-id of ws-oper-record
           move ws-alert-save-rc to return-code.

       open-audit-log.
           call "AUDCUT"
           open extend audit-file
           if audit-file-status = "05" or audit-file-status = "35" then
               open output audit-file
           end-if
           move "Y" to audit-log-open-flag.

       write-audit-record.
           move function current-date to aud-timestamp of ws-audit-record
           if ws-signon-id not = spaces then
               move ws-signon-id to aud-operator-id of ws-audit-record
           else
               accept aud-operator-id of ws-audit-record
                   from environment "USER"
           end-if
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
       end program JOBAPPR.
