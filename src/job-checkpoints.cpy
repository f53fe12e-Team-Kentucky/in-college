       01 checkpoint-record.
           *> How far a long batch pass got - committed every so many
           *> records (and at each file or pass boundary) while the
           *> job runs, deleted when it finishes. A killed run leaves
           *> its row behind and the next run of the job carries on
           *> from it instead of starting over
           05 ckp-job               pic x(12).
           *> Start of the run the checkpoint belongs to
           05 ckp-run-start         pic x(14).
           *> Whole files or passes already finished
           05 ckp-step              pic 9(4) value 0.
           *> Last key processed in the file or pass under way
           05 ckp-last-key          pic x(300) value spaces.
           *> The job's running control totals at the checkpoint
           05 ckp-saved-totals.
               10 ckp-saved-total   pic 9(12) occurs 6.
           05 ckp-saved-stamp       pic x(14).
           05 ckp-restarts          pic 9(4) value 0.
