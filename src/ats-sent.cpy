       01 ats-sent-record.
           *> One application sent to a company's applicant-tracking
           *> system, keyed like the application ("user|job-key").
           *> Stops a second send, and is what an inbound status row
           *> must match - with its sequence number above the last one
           *> applied to the application
           05 ats-app-key          pic x(301).
           05 ats-company-key      pic x(100).
           05 ats-out-file-seq     pic 9(7).
           05 ats-sent-date        pic x(8).
           05 ats-last-seq         pic 9(9) value 0.
           05 ats-last-status      pic x(12) value spaces.
           05 ats-last-status-date pic x(8) value spaces.
           *> The ATS's own reference for the candidate, as last sent
           05 ats-reference        pic x(40) value spaces.
