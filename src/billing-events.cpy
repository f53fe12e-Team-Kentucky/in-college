       01 billing-event-record.
           *> Keyed company first, so one company's events read back
           *> together for its invoice
           05 bev-key.
               10 bev-company-key  pic x(100).
               10 bev-stamp        pic x(14).
               10 bev-seq          pic 9(2).
           05 bev-job-key          pic x(200).
           05 bev-job-title        pic x(100).
           05 bev-type             pic x(8).
               88 bev-posting-fee  value "POSTING".
               88 bev-featured     value "FEATURED".
           *> Tier and price in force when the event happened
           05 bev-tier             pic x(10).
           05 bev-amount           pic 9(7)v99 value 0.
           *> Paid window of a FEATURED event
           05 bev-featured-from    pic x(8).
           05 bev-featured-until   pic x(8).
           05 bev-actor            pic x(100).
           05 bev-event-date       pic x(8).
           *> UNBILLED until the monthly INVOICE run carries it, then
           *> BILLED with the invoice number - never charged twice
           05 bev-status           pic x(8) value "UNBILLED".
               88 bev-unbilled     value "UNBILLED".
               88 bev-billed       value "BILLED".
           05 bev-invoice-no       pic x(14).
           05 bev-billed-date      pic x(8).
