       01 job-stage-record.
           *> One row per hiring stage the employer defined on a
           *> posting, keyed posting + position so the stages read back
           *> in pipeline order in one START/READ NEXT pass
           05 jst-key.
               10 jst-job-key     pic x(200).
               10 jst-seq         pic 9(2).
           05 jst-name            pic x(30).
           05 jst-added-date      pic x(8).
