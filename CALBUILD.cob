       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

           move function current-date to aud-timestamp of ws-audit-record
           accept aud-operator-id of ws-audit-record from environment
               "USER"
           move return-code to ws-audit-save-rc
           call "AUDSEQ" using ws-audit-record
           move ws-audit-save-rc to return-code
           move ws-audit-record to fs-audit-record
           write fs-audit-record.

