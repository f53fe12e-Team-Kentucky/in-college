       01 employer-contact-record.
           *> One interaction between career services and an employer -
           *> a call, site visit, fair commitment, complaint - keyed on
           *> the company page so a company's log reads back together,
           *> oldest first
           05 ecl-key.
               10 ecl-company-key   pic x(100).
               10 ecl-seq           pic 9(6).
           *> Operator ID or advisor username of whoever logged it
           05 ecl-staff             pic x(100).
           05 ecl-staff-role        pic x(8).
               88 ecl-by-operator   value "OPERATOR".
               88 ecl-by-advisor    value "ADVISOR".
           *> When the interaction took place, not when it was keyed
           05 ecl-contact-date      pic x(8).
           05 ecl-type              pic x(10).
               88 ecl-call          value "CALL".
               88 ecl-email         value "EMAIL".
               88 ecl-site-visit    value "SITE-VISIT".
               88 ecl-meeting       value "MEETING".
               88 ecl-fair          value "FAIR".
               88 ecl-complaint     value "COMPLAINT".
               88 ecl-other         value "OTHER".
           05 ecl-notes             pic x(200).
           *> Blank when nothing further is owed; OPEN until the
           *> follow-up is closed off
           05 ecl-follow-up-date    pic x(8) value spaces.
           05 ecl-follow-up-status  pic x(4) value spaces.
               88 ecl-follow-up-open value "OPEN".
               88 ecl-follow-up-done value "DONE".
           05 ecl-done-date         pic x(8) value spaces.
           05 ecl-done-by           pic x(100) value spaces.
           05 ecl-logged-date       pic x(8).
