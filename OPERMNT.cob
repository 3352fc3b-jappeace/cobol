           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.
           select config-file assign to ws-config-path
               organization is line sequential
               file status is config-file-status.

       data division.
       file section.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       fd config-file.
       01 fs-config-record.
           copy "CONFIG.cpy".

       working-storage section.
       01 ws-oper-path pic x(40) value "data/operator-master.dat".
       01 oper-file-status pic xx.
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

       01 oper-count usage binary-long value 0.
       01 oper-max usage binary-long value 100.
       01 oper-idx usage binary-long.
       01 oper-found-idx usage binary-long.
       01 oper-table.
           05 oper-entry occurs 100 times pic x(180).
       01 oper-master-present pic x value "N".
       01 ws-rewrite-ok pic x value "N".
       01 ws-entry-backup pic x(180).

       01 ws-signon-id pic x(8) value spaces.
       01 ws-signon-authority pic 9(2) value 0.
       01 ws-signon-eligible pic x value "N".
       01 ws-signon-idx usage binary-long value 0.
       01 ws-pwd-input pic x(20).
       01 ws-pwd-hash pic x(16).
       01 ws-pwd-fail-limit pic 9(2) value 3.
       01 ws-pwd-expiry-days pic 9(4) value 90.
       01 ws-pwd-age-days usage binary-long.
       01 ws-fail-display pic 9(2).

       01 ws-work-done pic x value "N".
       01 ws-command pic x.
       01 ws-today-date pic x(8).
       01 allowed-idx usage binary-long.
       01 ws-mnt-rc usage binary-long value 0.
       01 ws-alert-event pic x(20).
       01 ws-alert-severity pic x(8).
       01 ws-alert-reference pic x(30).
       01 ws-alert-save-rc usage binary-long.

       procedure division.
       opermnt-main.
       perform open-audit-log
       perform read-password-policy
       perform load-operators
       perform check-maintenance-authority
       if ws-signon-eligible = "N" then
           goback
       end-if
       perform until ws-work-done = "Y"
           display "Command - A(dd) C(hange) D(isable) L(ist) "
               "R(eset password) U(nlock) Q(uit):" upon syserr
           accept ws-command from console
           evaluate ws-command
               when "A"
               when "L"
               when "l"
                   perform list-operators
               when "R"
               when "r"
                   perform reset-password
               when "U"
               when "u"
                   perform unlock-operator
               when "Q"
               when "q"
                   move "Y" to ws-work-done
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
           move "N" to oper-master-present
                     and (oper-expiry-date of ws-oper-record = spaces
                     or oper-expiry-date of ws-oper-record
                     not < ws-today-date) then
                   move oper-idx to ws-signon-idx
               end-if
           end-perform
           if ws-signon-idx > 0 then
               perform check-supervisor-password
           end-if.

      *> the supervisor's own password is checked the same way as at
      *> sign-on, and failures here count towards the same lockout
       check-supervisor-password.
           move oper-entry(ws-signon-idx) to ws-oper-record
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
               add 1 to oper-fail-count of ws-oper-record
               move oper-fail-count of ws-oper-record
                   to ws-fail-display
               move "PWD-FAIL" to aud-event-type of ws-audit-record
               move "OPERMNT" to aud-call-name of ws-audit-record
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
               display "error: password expired, change it at the "
                   "console sign-on" upon syserr
               move "PWD-EXPIRED" to aud-event-type of ws-audit-record
               move "OPERMNT" to aud-call-name of ws-audit-record
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
           end-if
           move "Y" to ws-signon-eligible.

       list-operators.
           perform varying oper-idx from 1 by 1
                   oper-authority of ws-oper-record " "
                   oper-status of ws-oper-record " eff "
                   oper-effective-date of ws-oper-record " exp "
                   oper-expiry-date of ws-oper-record " pwd "
                   oper-pwd-changed-date of ws-oper-record " fails "
                   oper-fail-count of ws-oper-record
                   upon syserr
           end-perform.

           else
               move spaces to oper-expiry-date of ws-oper-record
           end-if
           display "Initial password (changed at first sign-on):"
               upon syserr
           accept ws-pwd-input from console
           perform set-temporary-password
           add 1 to oper-count
           move ws-oper-record to oper-entry(oper-count)
           perform rewrite-operators
           accept ws-answer from console
           if ws-answer(1:1) = "A" or ws-answer(1:1) = "I" then
               move ws-answer(1:1) to oper-status of ws-oper-record
               if ws-answer(1:1) = "A" then
                   move 0 to oper-fail-count of ws-oper-record
               end-if
           end-if
           display "Effective date ["
               oper-effective-date of ws-oper-record
               move ws-entry-backup to oper-entry(oper-found-idx)
           end-if.

      *> a reset password is stored with no changed-date so the
      *> operator has to choose a new one at the next sign-on
       set-temporary-password.
           move spaces to ws-pwd-hash
           if ws-pwd-input not = spaces then
               call "PWDHASH" using
                   by reference oper-id of ws-oper-record
                   by reference ws-pwd-input
                   by reference ws-pwd-hash
           end-if
           move spaces to ws-pwd-input
           move ws-pwd-hash to oper-pwd-hash of ws-oper-record
           move spaces to oper-pwd-changed-date of ws-oper-record
           move 0 to oper-fail-count of ws-oper-record.

       reset-password.
           display "Operator id:" upon syserr
           accept ws-target-id from console
           perform find-operator-entry
           if oper-found-idx = 0 then
               display "error: operator not on master" upon syserr
               exit paragraph
           end-if
           display "Temporary password:" upon syserr
           accept ws-pwd-input from console
           if ws-pwd-input = spaces then
               display "error: password not changed" upon syserr
               exit paragraph
           end-if
           perform set-temporary-password
           if oper-status of ws-oper-record = "L" then
               move "A" to oper-status of ws-oper-record
           end-if
           move oper-entry(oper-found-idx) to ws-entry-backup
           move ws-oper-record to oper-entry(oper-found-idx)
           perform rewrite-operators
           if ws-rewrite-ok = "Y" then
               move "PWD-RESET" to aud-event-type of ws-audit-record
               perform log-operator-change
           else
               move ws-entry-backup to oper-entry(oper-found-idx)
           end-if.

       unlock-operator.
           display "Operator id:" upon syserr
           accept ws-target-id from console
           perform find-operator-entry
           if oper-found-idx = 0 then
               display "error: operator not on master" upon syserr
               exit paragraph
           end-if
           if oper-status of ws-oper-record not = "L" then
               display "error: operator is not locked" upon syserr
               exit paragraph
           end-if
           move "A" to oper-status of ws-oper-record
           move 0 to oper-fail-count of ws-oper-record
           move oper-entry(oper-found-idx) to ws-entry-backup
           move ws-oper-record to oper-entry(oper-found-idx)
           perform rewrite-operators
           if ws-rewrite-ok = "Y" then
               move "OPER-UNLOCK" to aud-event-type of ws-audit-record
               perform log-operator-change
           else
               move ws-entry-backup to oper-entry(oper-found-idx)
           end-if.

       log-operator-change.
           move "OPERMNT" to aud-call-name of ws-audit-record
           move 0 to aud-rc of ws-audit-record
               move "Y" to ws-rewrite-ok
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
               accept aud-operator-id of ws-audit-record
                   from environment "USER"
           end-if
           move return-code to ws-audit-save-rc
           call "AUDSEQ" using ws-audit-record
           move ws-audit-save-rc to return-code
           move ws-audit-record to fs-audit-record
           write fs-audit-record.

