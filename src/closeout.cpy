       01 closeout-record.
           *> One row per application given a final disposition when
           *> its posting closed, keyed by application-key. The row
           *> holds the courtesy notice until the employer has reviewed
           *> and released it (or the NUDGE job releases it after the
           *> review window), and stays on file once sent so no
           *> applicant is told twice
           05 cno-app-key             pic x(301).
           05 cno-job-key             pic x(200).
           05 cno-job-title           pic x(100).
           05 cno-employer            pic x(100).
           *> The posting's owner and company, for the review screen's
           *> access check and as the notice's sender
           05 cno-creator             pic x(100).
           05 cno-company-key         pic x(100).
           05 cno-applicant           pic x(100).
           *> 'Y' when the posting screens name-blind and the
           *> applicant was never shortlisted - the review screen then
           *> lists the row without the name
           05 cno-name-withheld       pic x(1) value 'N'.
           *> Status before the close-out, restored if the employer
           *> takes the applicant off the list
           05 cno-prior-status        pic x(12).
           *> FILLED, WITHDRAWN or EXPIRED
           05 cno-reason              pic x(10).
           05 cno-queued-date         pic x(8).
           05 cno-state               pic x(8).
               88 cno-pending              value "PENDING".
               88 cno-sent                 value "SENT".
               88 cno-dropped              value "DROPPED".
           05 cno-sent-date           pic x(8).
