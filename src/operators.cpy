       01 operator-record.
           *> One row per named console operator. adminGate signs the
           *> operator in against this file, and the id is what the
           *> two-person rule and the audit trail record
           *> Upper case, e.g. JSMITH
           05 opr-id               pic x(30).
           05 opr-name             pic x(60).
           *> Hashed exactly like acct-password: "H$" + salt + "$" +
           *> 18 digits
           05 opr-password         pic x(30).
           05 opr-failed-attempts  pic 9(2) value 0.
           05 opr-locked           pic x(1) value 'N'.
               88 opr-is-locked    value 'Y'.
           *> Y = may sign in, N = disabled (kept so the id stays on
           *> the audit trail and approvals it signed)
           05 opr-active           pic x(1) value 'Y'.
               88 opr-is-active    value 'Y'.
           *> One Y/N byte per console function, in the order of the
           *> operator privilege table
           05 opr-privileges.
               10 opr-priv         pic x(1) occurs 80 times.
           05 opr-created-by       pic x(30).
           05 opr-created-date     pic x(8).
           05 opr-pwd-changed-date pic x(8).
           05 opr-last-signin      pic x(14).
