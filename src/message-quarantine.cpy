       01 quarantine-record.
           *> A message the content filter held back, keyed by a
           *> running number. It waits here, with a moderation-queue
           *> entry pointing at it, until the operator releases it to
           *> the recipient or discards it
           05 qmsg-id              pic 9(7).
           05 qmsg-sender          pic x(100).
           05 qmsg-recipient       pic x(100).
           05 qmsg-content         pic x(500).
           *> Delivery settings of the original send, replayed when
           *> the message is released
           05 qmsg-priority-flag   pic x(1).
           05 qmsg-spool-subject   pic x(100).
           05 qmsg-notify-class    pic x(10).
           *> The blocklist entry that stopped it
           05 qmsg-matched-term    pic x(60).
           05 qmsg-category        pic x(10).
           05 qmsg-held-date       pic x(8).
           05 qmsg-held-time       pic x(6).
           05 qmsg-status          pic x(9) value "HELD".
               88 qmsg-held        value "HELD".
               88 qmsg-released    value "RELEASED".
               88 qmsg-discarded   value "DISCARDED".
           05 qmsg-decided-by      pic x(100).
           05 qmsg-decided-date    pic x(8).
