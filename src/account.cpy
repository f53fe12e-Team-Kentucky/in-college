                       20 ref-name pic x(100).
                       20 ref-organization pic x(100).
                       20 ref-detail pic x(100).
               10 profile-status pic x(20) value "NOT LOOKING".
                   88 status-open-to-work value "OPEN TO WORK".
                   88 status-open-to-network value "OPEN TO NETWORK".
                   88 visibility-public      value "PUBLIC".
                   88 visibility-connections value "CONNECTIONS".
                   88 visibility-private     value "PRIVATE".
               *> Self-declared, for postings that offer no visa
               *> sponsorship - blank until the student answers
               10 profile-work-authorization pic x(12) value spaces.
                   88 work-authorized        value "AUTHORIZED".
                   88 work-needs-sponsor     value "SPONSORSHIP".
           *> Campus the member belongs to - stamped from the home
           *> campus at sign-up and set by the registrar's roster and
           *> enrollment feeds. Students see their own campus's
           *> postings and events plus the system-wide ones
           05 acct-campus pic x(8) value spaces.
           *> Advisors only: Y = central careers staff, who may work
           *> with students of every campus
           05 acct-central-staff pic x(1) value 'N'.
               88 acct-is-central-staff value 'Y'.
