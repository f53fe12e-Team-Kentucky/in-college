       01 institution-calendar-record.
           *> One dated entry on the institutional calendar. HOLIDAY
           *> and BREAK entries are not business days; TERM entries
           *> record the teaching terms
           05 icl-key.
               10 icl-start-date    pic x(8).
               10 icl-type          pic x(8).
                   88 icl-holiday   value "HOLIDAY".
                   88 icl-break     value "BREAK".
                   88 icl-term      value "TERM".
           *> Last day covered (the start date for a one-day entry)
           05 icl-end-date          pic x(8).
           05 icl-description       pic x(60).
           05 icl-added-by          pic x(30).
           05 icl-added-date        pic x(8).
