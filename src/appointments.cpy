       01 appointment-record.
           *> One availability slot an advisor published, keyed advisor
           *> first so an advisor's schedule reads back in time order
           05 apt-key.
               10 apt-advisor       pic x(100).
               *> YYYYMMDDHHMM
               10 apt-start         pic x(12).
           05 apt-duration          pic 9(3) value 30.
           05 apt-location          pic x(60).
           05 apt-status            pic x(9) value "OPEN".
               88 apt-open          value "OPEN".
               88 apt-booked        value "BOOKED".
               88 apt-attended      value "ATTENDED".
               88 apt-no-show       value "NOSHOW".
               *> The advisor took the slot back
               88 apt-withdrawn     value "WITHDRAWN".
           05 apt-student           pic x(100) value spaces.
           05 apt-reason            pic x(100) value spaces.
           05 apt-booked-date       pic x(8) value spaces.
           *> Bookings the students gave up on this slot, for the
           *> utilization report
           05 apt-cancel-count      pic 9(3) value 0.
           05 apt-outcome-date      pic x(8) value spaces.
           05 apt-created-date      pic x(8).
