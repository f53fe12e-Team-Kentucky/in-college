       01 ats-partner-record.
           *> One company that works its candidates in its own
           *> applicant-tracking system: new applications go out to it
           *> nightly and its status file comes back in, instead of
           *> the employer using manageApplicant
           05 atp-company-key      pic x(100).
           *> The number in the company's file names -
           *> ats-out-<id>-<file>.txt out, ats-in-<id>.txt in
           05 atp-partner-id       pic 9(5).
           05 atp-status           pic x(8) value "ACTIVE".
               88 atp-active       value "ACTIVE".
               88 atp-stopped      value "STOPPED".
           *> Applications created before the opt-in date are never
           *> sent - the ATS starts with the new ones
           05 atp-opted-by         pic x(100).
           05 atp-opted-date       pic x(8).
           05 atp-stopped-by       pic x(100) value spaces.
           05 atp-stopped-date     pic x(8) value spaces.
           *> Number of the last outbound file written and the date
           05 atp-out-file-seq     pic 9(7) value 0.
           05 atp-out-last-date    pic x(8) value spaces.
           *> Date the last inbound status file was applied
           05 atp-in-last-date     pic x(8) value spaces.
