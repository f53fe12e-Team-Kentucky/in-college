       01 billing-price-record.
           *> One row per company billing tier. A company with no tier
           *> set is billed at the STANDARD row
           05 bpr-tier             pic x(10).
           05 bpr-description      pic x(40).
           *> Charged each time a linked posting goes PUBLISHED
           05 bpr-posting-fee      pic 9(5)v99 value 0.
           *> Charged per featured window of bpr-featured-days days;
           *> zero days means the tier is not offered featured placement
           05 bpr-featured-fee     pic 9(5)v99 value 0.
           05 bpr-featured-days    pic 9(3) value 0.
           05 bpr-updated-date     pic x(8).
