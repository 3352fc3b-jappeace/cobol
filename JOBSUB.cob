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
                       move "Y" to lk-dup-flag
                   end-if
               end-perform
