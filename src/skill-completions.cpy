       01 skill-completion-record.
           *> One row per student per completed skill, written when the
           *> graded assessment is passed - the catalog can grow past
           *> any fixed number of slots on the account record
           05 skc-key.
               10 skc-username    pic x(100).
               10 skc-skill-id    pic x(2).
           05 skc-completed-date  pic x(8).
           *> Passing score, zero for completions carried over from
           *> the old per-account completion flags
           05 skc-score           pic 9(3) value 0.
