       01 campus-record.
           *> One row per campus sharing the installation, keyed by
           *> its short upper-case code (MAIN, NORTH, ...). Accounts,
           *> postings, events and company pages carry the code; ALL
           *> on a posting, event or company page means system-wide
           *> and is never a campus of its own. A retired campus stays
           *> on file for the records that carry it but is no longer
           *> offered
           05 cps-code               pic x(8).
           05 cps-name               pic x(60).
           05 cps-status             pic x(1) value 'A'.
               88 cps-active         value 'A'.
               88 cps-retired        value 'R'.
           05 cps-added-by           pic x(30).
           05 cps-added-date         pic x(8).
