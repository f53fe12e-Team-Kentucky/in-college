       01 timesheet-record.
           *> One week's hours by a student in an on-campus job, keyed
           *> "student|job-key|week start". The posting's rate, funding
           *> source, award cap and creator are copied in when the week
           *> is entered, so the pay run does not depend on the posting
           *> still being live
           05 tms-key              pic x(301).
           05 tms-student          pic x(100).
           05 tms-job-key          pic x(200).
           05 tms-job-title        pic x(100).
           *> Monday of the week worked, YYYYMMDD
           05 tms-week-start       pic x(8).
           05 tms-hours            pic 9(2)v99 value 0.
           05 tms-rate             pic 9(3)v99 value 0.
           05 tms-amount           pic 9(5)v99 value 0.
           05 tms-funding-source   pic x(10).
           05 tms-award-cap        pic 9(5)v99 value 0.
           *> The posting's creator, who approves the week
           05 tms-supervisor       pic x(100).
           *> SUBMITTED -> APPROVED or REJECTED by the supervisor;
           *> APPROVED -> PAID, or REFUSED when the hours would take
           *> the student past the award. A REJECTED or REFUSED week
           *> may be entered again
           05 tms-status           pic x(10) value "SUBMITTED".
               88 tms-submitted    value "SUBMITTED".
               88 tms-approved     value "APPROVED".
               88 tms-rejected     value "REJECTED".
               88 tms-paid         value "PAID".
               88 tms-refused      value "REFUSED".
           05 tms-submitted-date   pic x(8).
           05 tms-decided-date     pic x(8) value spaces.
           05 tms-decided-by       pic x(100) value spaces.
           *> The supervisor's reason for a rejection, or the pay
           *> run's for a refusal
           05 tms-note             pic x(60) value spaces.
           *> Run date of the pay period the hours went to payroll in
           05 tms-pay-period       pic x(8) value spaces.
