       01 job-skill-record.
           *> One row per skill the employer tagged as required on a
           *> posting, keyed posting + skill so a posting's tags read
           *> back in one START/READ NEXT pass
           05 jsk-key.
               10 jsk-job-key     pic x(200).
               10 jsk-skill-id    pic x(2).
           05 jsk-added-date      pic x(8).
