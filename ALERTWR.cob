      * OPERATIONS ALERT WRITER, CALLED ON SIGNIFICANT BATCH EVENTS
       >>SOURCE FORMAT IS FREE
       identification division.
       program-id. ALERTWR.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select alert-file assign to ws-alert-path
               organization is line sequential
               file status is alert-file-status.
           select alert-route-file assign to ws-route-path
               organization is line sequential
               file status is route-file-status.
           select alert-seq-file assign to ws-ctl-path
               organization is line sequential
               file status is ctl-file-status.

       data division.
       file section.
       fd alert-file.
       01 fs-alert-record.
           copy "ALERTREC.cpy".

       fd alert-route-file.
       01 fs-route-record.
           copy "ALRTRTE.cpy".

       fd alert-seq-file.
       01 fs-ctl-record.
           05 ctl-last-alert-id pic 9(8).

       working-storage section.
       01 ws-alert-path pic x(40) value "data/ops-alerts.dat".
       01 alert-file-status pic xx.
       01 ws-alert-record.
           copy "ALERTREC.cpy".
       01 ws-route-path pic x(40) value "data/alert-routes.dat".
       01 route-file-status pic xx.
       01 ws-ctl-path pic x(40) value "data/alert-seq.ctl".
       01 ctl-file-status pic xx.
       01 ws-last-alert-id pic 9(8) value 0.
       01 ws-route-action pic x(8).

       linkage section.
       01 lk-alert-event pic x(20).
       01 lk-alert-severity pic x(8).
       01 lk-alert-reference pic x(30).
       01 lk-alert-operator pic x(8).

       procedure division using lk-alert-event lk-alert-severity
           lk-alert-reference lk-alert-operator.
       alertwr-main.
           perform find-alert-route
           if ws-route-action = "NONE" then
               goback
           end-if
           perform next-alert-id
           move spaces to ws-alert-record
           move ws-last-alert-id to alert-id of ws-alert-record
           move function current-date
               to alert-timestamp of ws-alert-record
           move lk-alert-severity to alert-severity of ws-alert-record
           move lk-alert-event to alert-event-type of ws-alert-record
           move lk-alert-reference
               to alert-reference of ws-alert-record
           move lk-alert-operator
               to alert-operator-id of ws-alert-record
           if alert-operator-id of ws-alert-record = spaces then
               accept alert-operator-id of ws-alert-record
                   from environment "USER"
           end-if
           move ws-route-action to alert-route of ws-alert-record
           move "O" to alert-ack-status of ws-alert-record
           open extend alert-file
           if alert-file-status = "05" or alert-file-status = "35" then
               open output alert-file
           end-if
           if alert-file-status not = "00" then
               display "error: cannot write operations alert"
                   upon syserr
           else
               move ws-alert-record to fs-alert-record
               write fs-alert-record
               close alert-file
           end-if
           goback.

      *> first matching line wins; unmatched events still go out
       find-alert-route.
           move "EMAIL" to ws-route-action
           open input alert-route-file
           if route-file-status = "00" then
               perform until route-file-status not = "00"
                   read alert-route-file
                       at end exit perform
                   end-read
                   if (route-event-type of fs-route-record
                         = lk-alert-event
                         or route-event-type of fs-route-record = "*")
                         and (route-severity of fs-route-record
                         = lk-alert-severity
                         or route-severity of fs-route-record = "*")
                         then
                       move route-action of fs-route-record
                           to ws-route-action
                       exit perform
                   end-if
               end-perform
               close alert-route-file
           end-if.

       next-alert-id.
           move 0 to ws-last-alert-id
           open input alert-seq-file
           if ctl-file-status = "00" then
               read alert-seq-file
                   at end continue
                   not at end
                       if ctl-last-alert-id of fs-ctl-record is numeric
                           then
                           move ctl-last-alert-id of fs-ctl-record
                               to ws-last-alert-id
                       end-if
               end-read
               close alert-seq-file
           end-if
           if ws-last-alert-id = 0 then
               perform recover-last-alert-id
           end-if
           add 1 to ws-last-alert-id
           open output alert-seq-file
           if ctl-file-status = "00" then
               move ws-last-alert-id to ctl-last-alert-id of fs-ctl-record
               write fs-ctl-record
               close alert-seq-file
           else
               display "error: cannot write alert sequence control"
                   upon syserr
           end-if.

      *> a lost control file is rebuilt from the alerts already raised
       recover-last-alert-id.
           open input alert-file
           if alert-file-status = "00" then
               perform until alert-file-status not = "00"
                   read alert-file
                       at end exit perform
                   end-read
                   if alert-id of fs-alert-record is numeric
                         and alert-id of fs-alert-record
                         > ws-last-alert-id then
                       move alert-id of fs-alert-record
                           to ws-last-alert-id
                   end-if
               end-perform
               close alert-file
           end-if.
       end program ALERTWR.
