      * SHIFT HANDOVER REPORT, RUN ON DEMAND
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. HANDOVR.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       working-storage section.
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

       01 ws-prepared-by pic x(8) value spaces.
       01 ws-report-stamp pic x(14) value spaces.
       01 ws-open-items pic 9(5) value 0.
       01 ws-handover-rc usage binary-long value 0.

       procedure division.
       handovr-main.
       accept ws-prepared-by from environment "USER"
       perform open-audit-log
       call "HANDRPT" using
           by reference ws-prepared-by
           by reference ws-report-stamp
           by reference ws-open-items
       if ws-report-stamp = spaces then
           move 8 to ws-handover-rc
       else
           display "handover report " ws-report-stamp
               " written to data/handover-report.txt, open items "
               ws-open-items upon syserr
       end-if
       move "HANDOVR" to aud-call-name of ws-audit-record
       move "HANDOVER-RPT" to aud-event-type of ws-audit-record
       move ws-handover-rc to aud-rc of ws-audit-record
       move ws-handover-rc to return-code
       move spaces to aud-detail of ws-audit-record
       string ws-report-stamp " OPEN=" ws-open-items
           delimited by size into aud-detail of ws-audit-record
       perform write-audit-record
       perform close-audit-log
       goback.

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
       end program HANDOVR.
