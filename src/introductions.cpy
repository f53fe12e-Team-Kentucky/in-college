       01 introduction-record.
           *> One row per requester / target pair: the requester asks
           *> a mutual connection (the introducer) to pass a
           *> connection request on to the target with a word of
           *> introduction. Key is "requester|target".
           05 intro-key            pic x(204).
           05 intro-requester      pic x(100).
           05 intro-target         pic x(100).
           05 intro-introducer     pic x(100).
           *> The requester's note to the introducer, and the
           *> introducer's own note the target sees
           05 intro-note           pic x(100).
           05 intro-forward-note   pic x(100) value spaces.
           *> REQUESTED - waiting on the introducer
           *> FORWARDED - request passed on, waiting on the target
           *> DECLINED  - the introducer would not pass it on
           *> CONNECTED / REFUSED - the target's answer
           05 intro-status         pic x(10) value "REQUESTED".
               88 intro-requested  value "REQUESTED".
               88 intro-forwarded  value "FORWARDED".
               88 intro-declined   value "DECLINED".
               88 intro-connected  value "CONNECTED".
               88 intro-refused    value "REFUSED".
           05 intro-requested-date pic x(8).
           05 intro-forwarded-date pic x(8) value spaces.
           05 intro-closed-date    pic x(8) value spaces.
           *> Introducer declines for this pair so far - held to the
           *> same limit as rejected connection requests
           05 intro-decline-count  pic 9(4) value 0.
