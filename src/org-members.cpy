       01 org-member-record.
           *> One row per member per organization, keyed
           *> "organization" + username so a roster reads back
           *> together. Officers approve PENDING requests to join
           05 orm-key.
               10 orm-org-key      pic x(60).
               10 orm-username     pic x(100).
           05 orm-role             pic x(10) value "MEMBER".
               88 orm-officer      value "OFFICER".
               88 orm-member       value "MEMBER".
           05 orm-status           pic x(10) value "PENDING".
               88 orm-pending      value "PENDING".
               88 orm-active       value "ACTIVE".
           05 orm-requested-date   pic x(8).
           05 orm-approved-date    pic x(8) value spaces.
           05 orm-approved-by      pic x(100) value spaces.
