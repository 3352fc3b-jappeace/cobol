      *> ALERT-ROUTE-RECORD - data/alert-routes.dat. The first line
      *> whose event type and severity match (* matches any) decides:
      *> route PAGE or EMAIL raises the alert, NONE suppresses it.
      *> An event no line matches is raised to EMAIL.
           05 route-event-type    pic x(20).
           05 route-severity      pic x(8).
           05 route-action        pic x(8).
