       01 location-record.
           *> One row per normalized place a posting may name, keyed
           *> "CITY, ST" in upper case. The operator maintains the list;
           *> a retired row stays on file for postings that use it but
           *> is no longer offered
           05 loc-key                pic x(40).
           *> City as displayed, e.g. "Lexington"
           05 loc-city               pic x(30).
           05 loc-state              pic x(2).
           *> Full state name in upper case, so "Lexington Kentucky"
           *> matches as well as "Lexington, KY"
           05 loc-state-name         pic x(20).
           *> NORTHEAST, SOUTHEAST, MIDWEST, SOUTHWEST or WEST
           05 loc-region             pic x(10).
           05 loc-status             pic x(1) value 'A'.
               88 loc-active         value 'A'.
               88 loc-retired        value 'R'.
           05 loc-added-date         pic x(8).
