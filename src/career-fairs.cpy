       01 career-fair-record.
           *> An event the operator has opened to employer booths
           05 cfr-event-key        pic x(120).
           *> Floor space in single-booth units - a DOUBLE booth takes
           *> two; zero leaves the floor unlimited
           05 cfr-booth-capacity   pic 9(3) value 0.
           05 cfr-registration     pic x(1) value 'Y'.
               88 cfr-reg-open     value 'Y'.
               88 cfr-reg-closed   value 'N'.
           05 cfr-opened-date      pic x(8).
