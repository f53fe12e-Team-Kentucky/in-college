       01 organization-record.
           *> One row per registered student organization - clubs,
           *> professional societies, pre-professional groups. Keyed
           *> on the upper-cased name so two groups cannot share one
           05 org-key              pic x(60).
           05 org-name             pic x(60).
           *> Free text, e.g. PROFESSIONAL SOCIETY, CLUB, PRE-LAW
           05 org-category         pic x(30).
           05 org-description      pic x(200).
           05 org-status           pic x(10) value "ACTIVE".
               88 org-active       value "ACTIVE".
               88 org-inactive     value "INACTIVE".
           05 org-founded-by       pic x(100).
           05 org-founded-date     pic x(8).
           *> Last discussion-board post number handed out, and when
           05 org-last-post-id     pic 9(6) value 0.
           05 org-last-post-date   pic x(8) value spaces.
