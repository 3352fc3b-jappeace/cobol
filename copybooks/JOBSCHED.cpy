      *> JOB-SCHEDULE-RECORD - frequency rule for a chained job code.
      *> Frequency DAILY = every business day; WEEKLY = the named
      *> weekday (MON..SUN), or the last business day before it in
      *> the same week when that day is not a business day; MONTHEND =
      *> last business day of the month; BUSDAYN = business day
      *> sched-day-nth of the month; DATES = the listed dates only.
      *> Several lines for one job are alternatives; a job with no
      *> line at all is due every business day (JOBDUE).
           05 sched-job-code    pic x(30).
           05 sched-frequency   pic x(8).
           05 sched-weekday     pic x(3).
           05 sched-day-nth     pic 9(2).
           05 sched-dates.
               10 sched-date occurs 6 times pic x(8).
