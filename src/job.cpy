               88 job-draft      value "DRAFT".
               88 job-open       value "PUBLISHED".
               88 job-closed     value "CLOSED".
               *> Scored over the scam-risk threshold - kept off the
               *> board until the operator releases it
               88 job-held       value "HELD".
           05 job-created-date   pic x(8).
           05 job-resume-required pic x(1) value 'N'.
               88 resume-required value 'Y'.
           *> Normalized key into company-database so "Acme Corp" and
           *> "ACME" stop looking like different employers
           05 job-company-key    pic x(100) value spaces.
           *> Up to five employer-defined screening questions asked at
           *> application time
           05 job-screening-questions.
           *> or archived, so the syndication feed can pick up just
           *> the deltas since its last run
           05 job-updated-date   pic x(8) value spaces.
           *> Where and how the work is done. job-location holds the
           *> normalized "City, ST" display form of a location-reference
           *> entry (or "Remote" for a fully remote posting with no
           *> base), job-location-key its key into locations.dat and
           *> job-region the region code the reports group by
           05 job-work-mode      pic x(6) value "ONSITE".
               88 work-onsite    value "ONSITE".
               88 work-hybrid    value "HYBRID".
               88 work-remote    value "REMOTE".
           05 job-location-key   pic x(40) value spaces.
           05 job-region         pic x(10) value spaces.
           *> Last day of the paid featured window - while it runs the
           *> posting sorts ahead of the rest in browse and in the
           *> recommendations
           05 job-featured-until pic x(8) value spaces.
           *> On-campus student jobs (federal work-study or paid by a
           *> department): the hourly rate, who funds it, and the most
           *> one hired student may earn in it - the PAYROLL job
           *> refuses hours past the cap. A blank type is an ordinary
           *> posting
           05 job-type           pic x(8) value spaces.
               88 job-on-campus  value "ONCAMPUS".
           05 job-hourly-rate    pic 9(3)v99 value 0.
           05 job-funding-source pic x(10) value spaces.
               88 funding-work-study value "FWS".
               88 funding-department value "DEPARTMENT".
           05 job-award-cap      pic 9(5)v99 value 0.
           *> Campus whose students see the posting, or ALL for a
           *> system-wide posting
           05 job-campus         pic x(8) value spaces.
