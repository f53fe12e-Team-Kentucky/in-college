       01 invite-record.
           *> Keyed "student|job-key" - the same shape as an
           *> application key, so createApplication can credit the
           *> invitation with a single keyed read when the student
           *> applies
           05 invite-key          pic x(301).
           05 invite-student      pic x(100).
           05 invite-job-key      pic x(200).
           05 invite-job-title    pic x(100).
           05 invite-employer     pic x(100).
           *> The employer account that sent the invitation
           05 invite-sender       pic x(100).
           05 invite-date         pic x(8).
           05 invite-status       pic x(10) value "SENT".
               88 invite-sent      value "SENT".
               88 invite-applied   value "APPLIED".
