       01 legal-hold-record.
           *> One row per subject the university counsel has told us to
           *> preserve. Placing and releasing a hold both go through
           *> the two-person rule; while a hold is in force the purge,
           *> retention and archive paths leave the subject's rows
           *> where they are
           05 lgh-key.
               *> USER (username), JOB (job-key) or COMPANY (the
               *> normalized employer name, as in job-company-key)
               10 lgh-type          pic x(8).
               10 lgh-subject       pic x(200).
           *> Counsel's matter reference
           05 lgh-matter            pic x(40).
           *> Last day the hold is in force - blank holds it until it
           *> is released
           05 lgh-release-date      pic x(8) value spaces.
           05 lgh-status            pic x(8) value "ACTIVE".
               88 lgh-active        value "ACTIVE".
               88 lgh-released      value "RELEASED".
           05 lgh-placed-by         pic x(30).
           05 lgh-approved-by       pic x(30).
           05 lgh-placed-date       pic x(8).
           05 lgh-released-by       pic x(30) value spaces.
           05 lgh-released-date     pic x(8) value spaces.
