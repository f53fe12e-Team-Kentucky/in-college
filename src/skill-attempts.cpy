       01 skill-attempt-record.
           *> One row per graded attempt, keyed by student, skill and
           *> attempt number, so the retake cool-down and the employer
           *> trust in a completed skill both rest on what is on file
           05 ska-key.
               10 ska-username    pic x(100).
               10 ska-skill-id    pic x(2).
               10 ska-attempt-no  pic 9(3).
           05 ska-attempt-date    pic x(8).
           05 ska-questions-asked pic 9(2) value 0.
           05 ska-correct-count   pic 9(2) value 0.
           *> Percentage score and the pass mark in force at the time
           05 ska-score           pic 9(3) value 0.
           05 ska-pass-mark       pic 9(3) value 0.
           05 ska-result          pic x(4) value "FAIL".
               88 ska-passed value "PASS".
               88 ska-failed value "FAIL".
