       01 risk-score-record.
           *> One row each time a posting is scored on its way to
           *> going live - from the posting editor or the feed import
           05 rsc-key.
               10 rsc-job-key      pic x(200).
               10 rsc-stamp        pic x(14).
           *> EDITOR / IMPORT
           05 rsc-source           pic x(8).
           05 rsc-job-title        pic x(100).
           05 rsc-company          pic x(100).
           05 rsc-score            pic 9(3) value 0.
           05 rsc-threshold        pic 9(3) value 0.
           *> The rules that fired and the points each added
           05 rsc-hits.
               10 rsc-hit occurs 6.
                   15 rsc-hit-code   pic x(12).
                   15 rsc-hit-points pic 9(3).
           05 rsc-outcome          pic x(6) value "PASSED".
               88 rsc-passed       value "PASSED".
               88 rsc-was-held     value "HELD".
           *> Status the posting takes when released - PUBLISHED from
           *> the editor, DRAFT for a feed posting
           05 rsc-release-status   pic x(10).
           05 rsc-decision         pic x(8) value spaces.
               88 rsc-undecided    value spaces.
               88 rsc-released     value "RELEASED".
               88 rsc-rejected     value "REJECTED".
           05 rsc-decision-note    pic x(100).
           05 rsc-decided-by       pic x(100).
           05 rsc-decided-date     pic x(8).
           05 rsc-scored-date      pic x(8).
