       01 scheduled-record.
           *> One message written now to go out later - the SENDLATER
           *> job hands it to saveMessage once sch-send-at has passed.
           *> A bulk send writes one row per recipient sharing the
           *> group number, so the sender edits or cancels it as one
           05 sch-id                pic 9(8).
           05 sch-group             pic 9(8).
           05 sch-sender            pic x(100).
           05 sch-recipient         pic x(100).
           05 sch-kind              pic x(6).
               88 sch-direct        value "DIRECT".
               88 sch-bulk          value "BULK".
           *> YYYYMMDDHHMM
           05 sch-send-at           pic x(12).
           05 sch-content           pic x(500).
           *> Bulk rows keep the template and the &JOB value so an
           *> edit can be merged again per recipient
           05 sch-template          pic x(300) value spaces.
           05 sch-merge-title       pic x(100) value spaces.
           05 sch-status            pic x(9) value "PENDING".
               88 sch-pending       value "PENDING".
               88 sch-sent          value "SENT".
               88 sch-cancelled     value "CANCELLED".
               *> Due, but the recipient could no longer be reached
               *> (blocked, disconnected, opted out or gone)
               88 sch-skipped       value "SKIPPED".
           05 sch-skip-reason       pic x(40) value spaces.
           05 sch-created-date      pic x(8).
           05 sch-released-stamp    pic x(14) value spaces.
