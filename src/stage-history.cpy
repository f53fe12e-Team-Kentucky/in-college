       01 stage-history-record.
           *> One row per move of an application along its posting's
           *> pipeline - into a stage, or out of it on the accept /
           *> reject decision - keyed application + sequence so an
           *> application's moves read back in the order they happened
           05 sth-key.
               10 sth-app-key     pic x(301).
               10 sth-seq         pic 9(3).
           05 sth-from-stage      pic x(30).
           05 sth-to-stage        pic x(30).
           05 sth-date            pic x(8).
           *> Who made the move (the posting owner or a colleague)
           05 sth-user            pic x(100).
