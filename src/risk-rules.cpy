       01 risk-rule-record.
           *> One row per scam-risk rule, maintained by the operator.
           *> The codes are fixed - SALARY-HIGH, PAY-TRAINING,
           *> PAYMENT-APP, FREE-MAIL and UNVERIFIED - and the THRESHOLD
           *> row holds, in rsk-points, the score at which a posting
           *> is held for review instead of going live
           05 rsk-code             pic x(12).
           05 rsk-description      pic x(60).
           05 rsk-points           pic 9(3) value 0.
           05 rsk-active           pic x(1) value 'Y'.
               88 rsk-is-active    value 'Y'.
           *> SALARY-HIGH: rsk-limit-1 is the percent of the highest
           *> salary other postings with the same title offer, and
           *> rsk-limit-2 the fewest such postings worth comparing with
           05 rsk-limit-1          pic 9(5) value 0.
           05 rsk-limit-2          pic 9(5) value 0.
           *> Word rules: upper-case phrases separated by "|"
           05 rsk-words            pic x(300).
           05 rsk-updated-by       pic x(100).
           05 rsk-updated-date     pic x(8).
