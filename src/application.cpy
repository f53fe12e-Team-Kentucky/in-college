               88 application-accepted     value "ACCEPTED".
               88 application-rejected     value "REJECTED".
               88 application-interviewing value "INTERVIEWING".
               88 application-closed       value "CLOSED".
           05 application-created-date pic x(8).
           *> Date of the most recent status change, stamped by
           *> manageApplicant alongside the status itself
           *> Which channel brought the applicant to the posting:
           *> BROWSE (the listings), RECOMMEND (Recommended For You),
           *> SAVED (a saved job), ALERT (a saved-search alert),
           *> COMPANY (the company page), REFERRAL or INVITE (an
           *> employer's invitation to apply)
           05 application-source pic x(10) value "BROWSE".
           *> Set when the employer shortlists a blind-screened
           *> candidate, lifting the veil (the reveal is audit-logged)
           *> posting's owner about this application sitting in
           *> SUBMITTED, so nobody gets the same nudge nightly
           05 application-nudge-date pic x(8) value spaces.
           *> Where the application stands in its posting's hiring
           *> pipeline (blank until the employer first moves it) and
           *> the date it entered that stage
           05 application-stage pic x(30) value spaces.
           05 application-stage-date pic x(8) value spaces.
           *> Reason for a CLOSED status - the final disposition given
           *> when the posting closed with the application still open:
           *> FILLED, WITHDRAWN or EXPIRED
           05 application-disposition pic x(10) value spaces.
           *> Why the applicant fails the posting's eligibility rules
           *> when the poster takes ineligible applications flagged
           *> rather than refused - blank for an eligible applicant
           05 application-ineligible-reason pic x(60) value spaces.
