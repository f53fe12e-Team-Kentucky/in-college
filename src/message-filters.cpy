       01 message-filter-record.
           *> One row per blocklisted term or pattern. saveMessage
           *> checks every user-sent message against the active rows
           *> and holds a match in quarantine instead of delivering it
           *> Upper case; a "*" separates parts that must all appear,
           *> in order, e.g. VENMO*@ or BIT.LY/
           05 mflt-term            pic x(60).
           *> PROFANITY / PAYMENT / SCAM-LINK / OTHER
           05 mflt-category        pic x(10).
           *> W = whole words only, C = anywhere in the text
           05 mflt-match           pic x(1) value 'C'.
               88 mflt-whole-word  value 'W'.
               88 mflt-contains    value 'C'.
           *> A = active, R = retired
           05 mflt-status          pic x(1) value 'A'.
               88 mflt-active      value 'A'.
               88 mflt-retired     value 'R'.
           05 mflt-added-by        pic x(100).
           05 mflt-added-date      pic x(8).
