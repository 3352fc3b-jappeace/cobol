      * AUDIT RECORD SEQUENCE NUMBER AND CHAIN CHECK ASSIGNMENT
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. AUDSEQ.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select audit-seq-file assign to ws-ctl-path
               organization is line sequential
               file status is ctl-file-status.
           select audit-file assign to ws-audit-path
               organization is line sequential
               file status is audit-file-status.
           select registry-file assign to ws-registry-path
               organization is line sequential
               file status is registry-file-status.

       data division.
       file section.
       fd audit-seq-file.
       01 fs-ctl-record.
           05 ctl-last-seq pic 9(9).
           05 ctl-last-check pic 9(9).

       fd audit-file.
       01 fs-audit-record.
           copy "AUDITREC.cpy".

       fd registry-file.
       01 fs-registry-record pic x(40).

       working-storage section.
       01 ws-ctl-path pic x(40) value "data/audit-seq.ctl".
       01 ctl-file-status pic xx.
       01 ws-ctl-record.
           05 ws-ctl-last-seq pic 9(9).
           05 ws-ctl-last-check pic 9(9).
       01 ws-ctl-found pic x value "N".
       01 ws-audit-path pic x(40).
       01 audit-file-status pic xx.
       01 ws-registry-path pic x(40)
           value "data/audit-generations.dat".
       01 registry-file-status pic xx.
       01 ws-last-gen-path pic x(40).

       linkage section.
       01 lk-audit-record.
           copy "AUDITREC.cpy".

       procedure division using lk-audit-record.
       audseq-main.
           perform read-sequence-control
           if ws-ctl-found = "N" then
               perform recover-sequence-control
           end-if
           add 1 to ws-ctl-last-seq
           move ws-ctl-last-seq to aud-seq-no of lk-audit-record
           call "AUDCHK" using
               by reference lk-audit-record
               by reference ws-ctl-last-check
               by reference aud-check of lk-audit-record
           move aud-check of lk-audit-record to ws-ctl-last-check
           perform write-sequence-control
           goback.

       read-sequence-control.
           move "N" to ws-ctl-found
           move 0 to ws-ctl-last-seq
           move 0 to ws-ctl-last-check
           open input audit-seq-file
           if ctl-file-status = "00" then
               read audit-seq-file into ws-ctl-record
                   at end continue
                   not at end
                       if ws-ctl-last-seq is numeric
                             and ws-ctl-last-check is numeric then
                           move "Y" to ws-ctl-found
                       end-if
               end-read
               close audit-seq-file
           end-if
           if ws-ctl-found = "N" then
               move 0 to ws-ctl-last-seq
               move 0 to ws-ctl-last-check
           end-if.

      *> a lost control file is rebuilt from the last sequenced record
      *> on the live log, or on the newest generation if the live log
      *> was emptied by the morning cutover
       recover-sequence-control.
           move "data/audit.log" to ws-audit-path
           perform find-last-sequenced-record
           if ws-ctl-found = "Y" then
               exit paragraph
           end-if
           move spaces to ws-last-gen-path
           open input registry-file
           if registry-file-status = "00" then
               perform until registry-file-status not = "00"
                   read registry-file
                       at end exit perform
                   end-read
                   move fs-registry-record to ws-last-gen-path
               end-perform
               close registry-file
           end-if
           if ws-last-gen-path not = spaces then
               move ws-last-gen-path to ws-audit-path
               perform find-last-sequenced-record
           end-if.

       find-last-sequenced-record.
           open input audit-file
           if audit-file-status = "00" then
               perform until audit-file-status not = "00"
                   read audit-file
                       at end exit perform
                   end-read
                   if aud-seq-no of fs-audit-record is numeric
                         and aud-seq-no of fs-audit-record > 0
                         and aud-check of fs-audit-record is numeric
                         then
                       move aud-seq-no of fs-audit-record
                           to ws-ctl-last-seq
                       move aud-check of fs-audit-record
                           to ws-ctl-last-check
                       move "Y" to ws-ctl-found
                   end-if
               end-perform
               close audit-file
           end-if.

       write-sequence-control.
           open output audit-seq-file
           if ctl-file-status = "00" then
               move ws-ctl-record to fs-ctl-record
               write fs-ctl-record
               close audit-seq-file
           else
               display "error: cannot write audit sequence control"
                   upon syserr
           end-if.
       end program AUDSEQ.
