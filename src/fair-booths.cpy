       01 fair-booth-record.
           *> One company's booth at one career fair, keyed event
           *> first so a fair's booths read back together
           05 fbt-key.
               10 fbt-event-key    pic x(120).
               10 fbt-company-key  pic x(100).
           05 fbt-size             pic x(6) value "SINGLE".
               88 fbt-single       value "SINGLE".
               88 fbt-double       value "DOUBLE".
           *> Postings the company is recruiting for at the fair
           05 fbt-postings.
               10 fbt-posting-key  occurs 5 times pic x(200).
           *> Recruiters from company-members who will staff the booth
           05 fbt-recruiters.
               10 fbt-recruiter    occurs 4 times pic x(100).
           05 fbt-status           pic x(9) value "PENDING".
               88 fbt-pending      value "PENDING".
               88 fbt-approved     value "APPROVED".
               88 fbt-declined     value "DECLINED".
               88 fbt-withdrawn    value "WITHDRAWN".
           *> Assigned by the operator on approval, e.g. "A12"
           05 fbt-booth-number     pic x(6).
           05 fbt-registered-by    pic x(100).
           05 fbt-registered-date  pic x(8).
           05 fbt-decided-date     pic x(8).
           05 fbt-decline-reason   pic x(100).
