           05 event-capacity      pic 9(4).
           05 event-description   pic x(200).
           05 event-created-date  pic x(8).
           *> Campus whose students see the event, or ALL for a
           *> system-wide one
           05 event-campus        pic x(8) value spaces.
