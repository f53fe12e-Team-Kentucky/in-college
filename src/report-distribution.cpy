       01 distribution-record.
           *> Who is sent the summary of a batch job's run. When the
           *> job writes its ledger entry, every matching row gets a
           *> mail-spool line with the control totals and the report
           *> file to pick up
           05 dst-key.
               *> The INCOLLEGE_BATCH_JOB name, or "*" for every job
               10 dst-job           pic x(20).
               *> Operator id, account username, or for an outside
               *> recipient the mail address itself
               10 dst-recipient     pic x(100).
           05 dst-type              pic x(8).
               88 dst-to-operator   value "OPERATOR".
               88 dst-to-user       value "USER".
               88 dst-to-external   value "EXTERNAL".
           *> Where the mail goes - required for an operator, blank
           *> for an account means the profile's contact address
           05 dst-address           pic x(100) value spaces.
           *> REGULAR rows follow dst-frequency; ESCALATE rows get
           *> every run that ends with return code 4 or 8
           05 dst-list              pic x(8) value "REGULAR".
               88 dst-regular       value "REGULAR".
               88 dst-escalation    value "ESCALATE".
           05 dst-frequency         pic x(7) value "EVERY".
               88 dst-every-run     value "EVERY".
               88 dst-daily         value "DAILY".
               88 dst-weekly        value "WEEKLY".
               88 dst-monthly       value "MONTHLY".
           05 dst-last-sent         pic x(8) value spaces.
           05 dst-sent-count        pic 9(6) value 0.
           05 dst-added-by          pic x(30).
           05 dst-added-date        pic x(8).
