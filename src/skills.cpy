           05 skill-title         pic x(60).
           05 skill-description   pic x(200).
           05 skill-link          pic x(100).
           *> Operator-maintained catalog fields: the position the
           *> skill is listed at and whether it is still offered. A
           *> retired skill stays on file so completions, certificates
           *> and endorsements already issued keep resolving its title.
           05 skill-sort-order    pic 9(3) value 0.
           05 skill-status        pic x(8) value "ACTIVE".
               88 skill-active    value "ACTIVE".
               88 skill-retired   value "RETIRED".
           05 skill-added-date    pic x(8) value spaces.
