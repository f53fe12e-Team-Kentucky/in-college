       01 transcript-record.
           *> One issued co-curricular transcript - the serial printed
           *> on the document is what a graduate school or employer
           *> types into the public verification screen, and the
           *> counts are what the document certified on the day
           05 trn-serial            pic 9(8).
           05 trn-username          pic x(100).
           05 trn-student-name      pic x(60).
           05 trn-issue-date        pic x(8).
           05 trn-issue-time        pic x(6).
           05 trn-event-count       pic 9(4) value 0.
           05 trn-cert-count        pic 9(4) value 0.
           05 trn-mentor-count      pic 9(4) value 0.
           05 trn-meeting-count     pic 9(5) value 0.
           05 trn-internship-count  pic 9(4) value 0.
           05 trn-appointment-count pic 9(4) value 0.
           *> The document written for the student
           05 trn-document          pic x(120).
