       01 company-review-record.
           *> One row per student per company. Only a student whose
           *> application there reached interview or offer may write
           *> one; it shows on the company page once the operator
           *> publishes it from the moderation queue
           05 crv-key.
               10 crv-company-key   pic x(100).
               10 crv-username      pic x(100).
           *> 1 (poor) to 5 (excellent)
           05 crv-interview-rating  pic 9(1) value 0.
           05 crv-comm-rating       pic 9(1) value 0.
           05 crv-overall-rating    pic 9(1) value 0.
           05 crv-comment           pic x(100).
           *> How far the student's application got: INTERVIEWED or
           *> ACCEPTED
           05 crv-relationship      pic x(12).
           05 crv-status            pic x(10) value "PENDING".
               88 crv-pending       value "PENDING".
               88 crv-published     value "PUBLISHED".
               88 crv-rejected      value "REJECTED".
           05 crv-submitted-date    pic x(8).
           05 crv-decided-date      pic x(8) value spaces.
           05 crv-decided-by        pic x(30) value spaces.
           *> The employer's one public reply, shown under the review
           05 crv-response          pic x(100) value spaces.
           05 crv-response-by       pic x(100) value spaces.
           05 crv-response-date     pic x(8) value spaces.
