       01 job-eligibility-record.
           *> The poster's eligibility rules for one posting, checked
           *> by createApplication - a blank or zero rule is not
           *> applied
           05 elg-job-key         pic x(200).
           *> Class years the posting is open to
           05 elg-grad-years.
               10 elg-grad-year   occurs 6 times pic 9(4).
           *> Majors the posting is open to (matched as a phrase
           *> within profile-major, case-insensitive)
           05 elg-majors.
               10 elg-major       occurs 5 times pic x(50).
           *> Completed skills the applicant must hold, any skill
           05 elg-min-skills      pic 9(2) value 0.
           *> 'N' - no visa sponsorship, so the applicant must already
           *> be authorized to work
           05 elg-sponsorship     pic x(1) value 'Y'.
               88 elg-sponsors    value 'Y'.
               88 elg-no-sponsor  value 'N'.
           *> BLOCK refuses an ineligible application outright; FLAG
           *> accepts it marked ineligible for the employer
           05 elg-action          pic x(5) value "BLOCK".
               88 elg-blocks      value "BLOCK".
               88 elg-flags       value "FLAG".
           05 elg-updated-date    pic x(8).
