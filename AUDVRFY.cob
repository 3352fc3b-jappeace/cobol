      * AUDIT LOG SEQUENCE AND CHAIN VERIFICATION FOR INTERNAL AUDIT
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. AUDVRFY.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select registry-file assign to ws-registry-path
               organization is line sequential
               file status is registry-file-status.
           select verify-file assign to ws-verify-path
               organization is line sequential
               file status is verify-file-status.
           select verify-report-file assign to ws-vrfyrpt-path
               organization is line sequential
               file status is vrfyrpt-file-status.
           select audit-seq-file assign to ws-ctl-path
               organization is line sequential
               file status is ctl-file-status.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd registry-file.
       01 fs-registry-record pic x(40).

       fd verify-file.
       01 fs-verify-record.
           copy "AUDITREC.cpy".

       fd verify-report-file.
       01 fs-vrfyrpt-line pic x(100).

       fd audit-seq-file.
       01 fs-ctl-record.
           05 ctl-last-seq pic 9(9).
           05 ctl-last-check pic 9(9).

       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       working-storage section.
       01 ws-registry-path pic x(40)
           value "data/audit-generations.dat".
       01 registry-file-status pic xx.
       01 ws-verify-path pic x(40).
       01 verify-file-status pic xx.
       01 ws-verify-record.
           copy "AUDITREC.cpy".
       01 ws-vrfyrpt-path pic x(40) value "data/audit-verify.txt".
       01 vrfyrpt-file-status pic xx.
       01 ws-ctl-path pic x(40) value "data/audit-seq.ctl".
       01 ctl-file-status pic xx.
       01 ws-ctl-last-seq pic 9(9) value 0.
       01 ws-audit-path pic x(40) value "data/audit.log".
       01 audit-file-status pic xx.
       01 audit-log-open-flag pic x value "N".
       01 ws-audit-save-rc usage binary-long.
       01 ws-audit-record.
           copy "AUDITREC.cpy".

       01 file-count usage binary-long value 0.
       01 file-max usage binary-long value 110.
       01 file-idx usage binary-long.
       01 file-table.
           05 file-entry occurs 110 times pic x(40).

       01 summary-count usage binary-long value 0.
       01 summary-max usage binary-long value 110.
       01 summary-idx usage binary-long.
       01 summary-table.
           05 summary-line occurs 110 times pic x(100).

       01 exception-count usage binary-long value 0.
       01 exception-max usage binary-long value 500.
       01 exception-idx usage binary-long.
       01 exception-overflow pic 9(6) value 0.
       01 exception-table.
           05 exception-line occurs 500 times pic x(100).

       01 ws-chain-started pic x value "N".
       01 ws-prev-seq pic 9(9) value 0.
       01 ws-prev-check pic 9(9) value 0.
       01 ws-calc-check pic 9(9).
       01 ws-expect-seq pic 9(9).
       01 ws-anchor-seq pic 9(9) value 0.
       01 ws-missing-from pic 9(9).
       01 ws-missing-to pic 9(9).
       01 ws-file-records pic 9(6).
       01 ws-file-first-seq pic 9(9).
       01 ws-file-last-seq pic 9(9).
       01 ws-exception-text pic x(100).

       01 ws-record-total pic 9(6) value 0.
       01 ws-legacy-total pic 9(6) value 0.
       01 ws-gap-total pic 9(6) value 0.
       01 ws-order-total pic 9(6) value 0.
       01 ws-altered-total pic 9(6) value 0.
       01 ws-missing-total pic 9(6) value 0.
       01 ws-report-date pic x(8).
       01 ws-now-timestamp pic x(26).
       01 ws-verify-rc usage binary-long value 0.

       procedure division.
       audvrfy-main.
       perform load-generation-registry
       perform load-sequence-control
       perform varying file-idx from 1 by 1
             until file-idx > file-count
           move file-entry(file-idx) to ws-verify-path
           perform verify-audit-file
       end-perform
       move "data/audit.log" to ws-verify-path
       perform verify-audit-file
       perform check-end-of-chain
       if ws-gap-total > 0 or ws-order-total > 0
             or ws-altered-total > 0 or ws-missing-total > 0 then
           move 8 to ws-verify-rc
       end-if
       perform write-verify-report
       perform open-audit-log
       move "AUDVRFY" to aud-call-name of ws-audit-record
       move "AUDIT-VERIFY" to aud-event-type of ws-audit-record
       move ws-verify-rc to aud-rc of ws-audit-record
       move ws-verify-rc to return-code
       move spaces to aud-detail of ws-audit-record
       string "N=" ws-record-total " G=" ws-gap-total
           " A=" ws-altered-total delimited by size
           into aud-detail of ws-audit-record
       perform write-audit-record
       perform close-audit-log
       goback.

       load-generation-registry.
           move 0 to file-count
           open input registry-file
           if registry-file-status = "00" then
               perform until registry-file-status not = "00"
                     or file-count >= file-max
                   read registry-file
                       at end exit perform
                   end-read
                   if fs-registry-record not = spaces then
                       add 1 to file-count
                       move fs-registry-record to file-entry(file-count)
                   end-if
               end-perform
               close registry-file
           end-if.

      *> the last number AUDSEQ handed out is where the chain must end
       load-sequence-control.
           move 0 to ws-ctl-last-seq
           open input audit-seq-file
           if ctl-file-status = "00" then
               read audit-seq-file
                   at end continue
                   not at end
                       if ctl-last-seq of fs-ctl-record is numeric then
                           move ctl-last-seq of fs-ctl-record
                               to ws-ctl-last-seq
                       end-if
               end-read
               close audit-seq-file
           end-if.

      *> records cut from the tail of the live log leave no later
      *> record to show the gap, so the chain end is held against
      *> the sequence control
       check-end-of-chain.
           if ws-prev-seq < ws-ctl-last-seq then
               add 1 to ws-gap-total
               compute ws-missing-from = ws-prev-seq + 1
               move ws-ctl-last-seq to ws-missing-to
               move spaces to ws-exception-text
               string "GAP          seq " delimited by size
                   ws-missing-from delimited by size
                   " - " delimited by size
                   ws-missing-to delimited by size
                   " missing at end of chain" delimited by size
                   into ws-exception-text
               perform add-exception-line
           end-if.

      *> generations and the live log are walked as one chain; the
      *> first sequenced record found anchors it, since older
      *> generations may have been retired by AUDCUT retention
       verify-audit-file.
           move 0 to ws-file-records
           move 0 to ws-file-first-seq
           move 0 to ws-file-last-seq
           open input verify-file
           if verify-file-status not = "00" then
               if ws-verify-path = "data/audit.log" then
                   move "  (live log not present)" to ws-exception-text
                   perform add-summary-line
                   if file-count > 0 or ws-ctl-last-seq > 0 then
                       add 1 to ws-missing-total
                       move "MISSING LIVE LOG data/audit.log"
                           to ws-exception-text
                       perform add-exception-line
                   end-if
               else
                   add 1 to ws-missing-total
                   move spaces to ws-exception-text
                   string "MISSING GENERATION " delimited by size
                       ws-verify-path delimited by space
                       into ws-exception-text
                   perform add-exception-line
                   perform add-file-summary
               end-if
               exit paragraph
           end-if
           perform until verify-file-status not = "00"
               read verify-file
                   at end exit perform
               end-read
               move fs-verify-record to ws-verify-record
               add 1 to ws-file-records
               add 1 to ws-record-total
               perform verify-one-record
           end-perform
           close verify-file
           perform add-file-summary.

       verify-one-record.
           if aud-seq-no of ws-verify-record not numeric
                 or aud-check of ws-verify-record not numeric
                 or aud-seq-no of ws-verify-record = 0 then
               if ws-chain-started = "Y" then
                   add 1 to ws-altered-total
                   move spaces to ws-exception-text
                   string "ALTERED      unsequenced record in "
                       delimited by size
                       ws-verify-path delimited by space
                       " at " delimited by size
                       aud-timestamp of ws-verify-record (1:14)
                       delimited by size
                       into ws-exception-text
                   perform add-exception-line
               else
                   add 1 to ws-legacy-total
               end-if
               exit paragraph
           end-if
           if ws-file-first-seq = 0 then
               move aud-seq-no of ws-verify-record to ws-file-first-seq
           end-if
           move aud-seq-no of ws-verify-record to ws-file-last-seq
           if ws-chain-started = "N" then
               move "Y" to ws-chain-started
               move aud-seq-no of ws-verify-record to ws-anchor-seq
               move aud-seq-no of ws-verify-record to ws-prev-seq
               move aud-check of ws-verify-record to ws-prev-check
               exit paragraph
           end-if
           compute ws-expect-seq = ws-prev-seq + 1
           if aud-seq-no of ws-verify-record < ws-expect-seq then
               add 1 to ws-order-total
               move spaces to ws-exception-text
               string "OUT-OF-ORDER seq " delimited by size
                   aud-seq-no of ws-verify-record delimited by size
                   " after " delimited by size
                   ws-prev-seq delimited by size
                   " in " delimited by size
                   ws-verify-path delimited by space
                   into ws-exception-text
               perform add-exception-line
               exit paragraph
           end-if
           if aud-seq-no of ws-verify-record > ws-expect-seq then
               add 1 to ws-gap-total
               move ws-expect-seq to ws-missing-from
               compute ws-missing-to =
                   aud-seq-no of ws-verify-record - 1
               move spaces to ws-exception-text
               string "GAP          seq " delimited by size
                   ws-missing-from delimited by size
                   " - " delimited by size
                   ws-missing-to delimited by size
                   " missing before " delimited by size
                   ws-verify-path delimited by space
                   into ws-exception-text
               perform add-exception-line
               move aud-seq-no of ws-verify-record to ws-prev-seq
               move aud-check of ws-verify-record to ws-prev-check
               exit paragraph
           end-if
           call "AUDCHK" using
               by reference ws-verify-record
               by reference ws-prev-check
               by reference ws-calc-check
           if ws-calc-check not = aud-check of ws-verify-record then
               add 1 to ws-altered-total
               move spaces to ws-exception-text
               string "ALTERED      seq " delimited by size
                   aud-seq-no of ws-verify-record delimited by size
                   " check mismatch in " delimited by size
                   ws-verify-path delimited by space
                   into ws-exception-text
               perform add-exception-line
           end-if
           move aud-seq-no of ws-verify-record to ws-prev-seq
           move aud-check of ws-verify-record to ws-prev-check.

       add-exception-line.
           if exception-count < exception-max then
               add 1 to exception-count
               move spaces to exception-line(exception-count)
               string "  " delimited by size
                   ws-exception-text delimited by size
                   into exception-line(exception-count)
           else
               add 1 to exception-overflow
           end-if.

       add-file-summary.
           move spaces to ws-exception-text
           string "  " delimited by size
               ws-verify-path delimited by size
               " records " delimited by size
               ws-file-records delimited by size
               " seq " delimited by size
               ws-file-first-seq delimited by size
               " - " delimited by size
               ws-file-last-seq delimited by size
               into ws-exception-text
           perform add-summary-line.

       add-summary-line.
           if summary-count < summary-max then
               add 1 to summary-count
               move ws-exception-text to summary-line(summary-count)
           end-if.

       write-verify-report.
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:8) to ws-report-date
           open output verify-report-file
           if vrfyrpt-file-status not = "00" then
               display "error: cannot open audit verification report"
                   upon syserr
               move 8 to ws-verify-rc
               exit paragraph
           end-if
           move spaces to fs-vrfyrpt-line
           string "AUDIT LOG VERIFICATION - " delimited by size
               ws-report-date delimited by size
               " " delimited by size
               ws-now-timestamp(9:6) delimited by size
               into fs-vrfyrpt-line
           write fs-vrfyrpt-line
           move spaces to fs-vrfyrpt-line
           write fs-vrfyrpt-line
           move "FILES CHECKED (GENERATIONS IN REGISTRY ORDER, THEN LIVE)"
               to fs-vrfyrpt-line
           write fs-vrfyrpt-line
           perform varying summary-idx from 1 by 1
                 until summary-idx > summary-count
               move summary-line(summary-idx) to fs-vrfyrpt-line
               write fs-vrfyrpt-line
           end-perform
           move spaces to fs-vrfyrpt-line
           write fs-vrfyrpt-line
           move "EXCEPTIONS" to fs-vrfyrpt-line
           write fs-vrfyrpt-line
           if exception-count = 0 then
               move "  (none)" to fs-vrfyrpt-line
               write fs-vrfyrpt-line
           end-if
           perform varying exception-idx from 1 by 1
                 until exception-idx > exception-count
               move exception-line(exception-idx) to fs-vrfyrpt-line
               write fs-vrfyrpt-line
           end-perform
           if exception-overflow > 0 then
               move spaces to fs-vrfyrpt-line
               string "  ... " delimited by size
                   exception-overflow delimited by size
                   " further exceptions not listed" delimited by size
                   into fs-vrfyrpt-line
               write fs-vrfyrpt-line
           end-if
           move spaces to fs-vrfyrpt-line
           write fs-vrfyrpt-line
           move spaces to fs-vrfyrpt-line
           string "Records: " delimited by size
               ws-record-total delimited by size
               "  Unsequenced before chain start: " delimited by size
               ws-legacy-total delimited by size
               "  Chain anchored at seq " delimited by size
               ws-anchor-seq delimited by size
               into fs-vrfyrpt-line
           write fs-vrfyrpt-line
           move spaces to fs-vrfyrpt-line
           string "Gaps: " delimited by size
               ws-gap-total delimited by size
               "  Out of order: " delimited by size
               ws-order-total delimited by size
               "  Altered: " delimited by size
               ws-altered-total delimited by size
               "  Missing logs: " delimited by size
               ws-missing-total delimited by size
               into fs-vrfyrpt-line
           write fs-vrfyrpt-line
           if ws-verify-rc = 0 then
               move "RESULT: PASS" to fs-vrfyrpt-line
           else
               move "RESULT: FAIL" to fs-vrfyrpt-line
           end-if
           write fs-vrfyrpt-line
           close verify-report-file.

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
       end program AUDVRFY.
