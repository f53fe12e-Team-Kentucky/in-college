       01 batch-control-record.
           *> Control rows the batch jobs read at start-up. The one row
           *> in use, key "BUSINESS-DATE", carries the date every job
           *> works its cutoffs from, so a job rerun the morning after a
           *> missed night still sees the night it should have run
           05 bct-key               pic x(20).
           05 bct-business-date     pic x(8).
           05 bct-prior-date        pic x(8) value spaces.
           *> C = ages and windows in calendar days, B = in business
           *> days (weekdays off the institutional calendar)
           05 bct-day-basis         pic x(1) value 'C'.
               88 bct-business-days value 'B'.
               88 bct-calendar-days value 'C'.
           *> A one-time "as of" date for the next run of bct-as-of-job
           *> (blank = whichever job runs next); cleared once used
           05 bct-as-of-date        pic x(8) value spaces.
           05 bct-as-of-job         pic x(20) value spaces.
           05 bct-as-of-set-by      pic x(30) value spaces.
           05 bct-updated-by        pic x(30).
           05 bct-updated-stamp     pic x(14).
           05 bct-roll-count        pic 9(6) value 0.
