       01 skill-question-record.
           *> One multiple-choice question per skill and question
           *> number - the bank the graded assessment draws from
           05 skq-key.
               10 skq-skill-id    pic x(2).
               10 skq-number      pic 9(2).
           05 skq-text            pic x(150).
           05 skq-choices.
               10 skq-choice occurs 4 times pic x(60).
           *> A, B, C or D
           05 skq-answer          pic x(1).
