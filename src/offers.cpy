               88 offer-pending    value "PENDING".
               88 offer-accepted   value "ACCEPTED".
               88 offer-declined   value "DECLINED".
               88 offer-expired    value "EXPIRED".
           *> 'Y' closes the posting automatically once this offer is
           *> accepted, if the employer asked for that at offer time
           05 offer-close-posting  pic x(1) value 'N'.
           05 offer-created-date   pic x(8).
           *> Stamped by the nightly OFFERS pass when the deadline
           *> reminder went out, so the student gets just the one
           05 offer-reminder-date  pic x(8) value spaces.
           *> When the offer was accepted, declined or lapsed
           05 offer-decided-date   pic x(8) value spaces.
           *> 'Y' when the student accepted this offer while already
           *> holding an ACCEPTED one - the offer they went back on is
           *> named alongside
           05 offer-renege-flag    pic x(1) value 'N'.
               88 offer-is-renege  value 'Y'.
           05 offer-renege-date    pic x(8) value spaces.
           05 offer-renege-of-key  pic x(301) value spaces.
           05 offer-renege-of-employer pic x(100) value spaces.
           05 offer-renege-of-title pic x(100) value spaces.
