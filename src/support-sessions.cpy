       01 support-session-record.
           *> One row per operator support view of a member's menus.
           *> The screens themselves go to audit-log; this row carries
           *> the reason and drives the notice the member sees at
           *> their next sign-in
           05 sps-key.
               10 sps-username     pic x(100).
               10 sps-started      pic x(14).
           05 sps-operator         pic x(30).
           05 sps-reason           pic x(100).
           05 sps-ended            pic x(14).
           05 sps-screen-count     pic 9(4) value 0.
           *> P = notice still to show, S = shown at a sign-in
           05 sps-notice-flag      pic x(1) value 'P'.
               88 sps-notice-pending value 'P'.
               88 sps-notice-shown   value 'S'.
