       01 credit-internship-record.
           *> An accepted offer taken for academic credit, keyed by the
           *> offer's own "student|job-key" key
           05 cri-key              pic x(301).
           05 cri-student          pic x(100).
           05 cri-job-key          pic x(200).
           05 cri-job-title        pic x(100).
           05 cri-employer         pic x(100).
           *> The employer account that extended the offer - it and
           *> the members of cri-company-key fill in the evaluations
           05 cri-supervisor       pic x(100).
           05 cri-company-key      pic x(100).
           *> ADVISOR account that sponsors the credit and signs off
           05 cri-faculty          pic x(100).
           *> Term as YYYYSP, YYYYSU or YYYYFA, and the term's last
           *> day - the registrar extract picks the grade up after it
           05 cri-term             pic x(6).
           05 cri-term-end         pic x(8).
           05 cri-credit-hours     pic 9(2) value 0.
           05 cri-objectives.
               10 cri-objective    occurs 3 times pic x(100).
           05 cri-status           pic x(10) value "ACTIVE".
               88 cri-active       value "ACTIVE".
               88 cri-mid-done     value "MIDTERM".
               88 cri-final-done   value "FINAL".
               88 cri-graded       value "GRADED".
               88 cri-reported     value "REPORTED".
           *> Supervisor evaluations - overall rating 1 (poor) to
           *> 5 (excellent) with comments
           05 cri-mid-eval.
               10 cri-mid-rating   pic 9(1) value 0.
               10 cri-mid-comments pic x(200).
               10 cri-mid-by       pic x(100).
               10 cri-mid-date     pic x(8).
           05 cri-final-eval.
               10 cri-final-rating pic 9(1) value 0.
               10 cri-final-comments pic x(200).
               10 cri-final-by     pic x(100).
               10 cri-final-date   pic x(8).
           *> Faculty sign-off
           05 cri-grade            pic x(2).
           05 cri-grade-date       pic x(8).
           *> Stamped when the registrar extract carries the grade
           05 cri-reported-date    pic x(8).
           05 cri-created-date     pic x(8).
