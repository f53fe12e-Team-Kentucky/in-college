           *> what happens when it is approved
           05 appr-key           pic 9(5).
           *> RESTORE (target = backup-set stamp),
           *> DELETE-ACCT / FLAG-ACCT (target = username),
           *> RENAME-ACCT (target = "old|new" username),
           *> HOLD-PLACE / HOLD-RELEASE (target = lgh-target-work)
           05 appr-action        pic x(12).
               88 appr-restore     value "RESTORE".
               88 appr-delete-acct value "DELETE-ACCT".
               88 appr-flag-acct   value "FLAG-ACCT".
               88 appr-rename-acct value "RENAME-ACCT".
               88 appr-hold-place   value "HOLD-PLACE".
               88 appr-hold-release value "HOLD-RELEASE".
           05 appr-target        pic x(301).
           05 appr-requested-by  pic x(30).
           05 appr-request-date  pic x(8).
