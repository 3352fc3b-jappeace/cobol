      *> OPERATIONS-ALERT-RECORD - one line per significant event on
      *> data/ops-alerts.dat for the site paging/email gateway. ALERTWR
      *> raises it when ALRTRTE routes the event type and severity;
      *> alert-ack-status is O (open) until ALERTACK marks it A.
           05 alert-id            pic 9(8).
           05 alert-timestamp     pic x(26).
           05 alert-severity      pic x(8).
           05 alert-event-type    pic x(20).
           05 alert-reference     pic x(30).
           05 alert-operator-id   pic x(8).
           05 alert-route         pic x(8).
           05 alert-ack-status    pic x.
           05 alert-ack-operator  pic x(8).
           05 alert-ack-timestamp pic x(26).
