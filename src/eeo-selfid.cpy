       01 eeo-selfid-record.
           *> One confidential row per student who answered the
           *> voluntary self-identification questionnaire, keyed by
           *> username. Kept apart from acct-record on purpose - only
           *> the questionnaire itself, the student's own data export
           *> and the operator's aggregate adverse-impact report read it
           05 eeo-username            pic x(100).
           *> Answer codes in questionnaire order: gender,
           *> race/ethnicity, veteran status, disability.
           *> 0 = prefer not to say; the labels are in eeo-label-table
           05 eeo-answers.
               10 eeo-answer occurs 4 times pic 9(1).
           05 eeo-updated-date        pic x(8).
