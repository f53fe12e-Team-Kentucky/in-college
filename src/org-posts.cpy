       01 org-post-record.
           *> One discussion-board post, keyed "organization" + post
           *> number. A post with a parent number is a reply in that
           *> thread; only thread starters can be pinned
           05 orp-key.
               10 orp-org-key      pic x(60).
               10 orp-post-id      pic 9(6).
           05 orp-parent-id        pic 9(6) value 0.
           05 orp-author           pic x(100).
           05 orp-text             pic x(100).
           05 orp-pinned-flag      pic x(1) value 'N'.
               88 orp-pinned       value 'Y'.
           05 orp-posted-date      pic x(8).
           05 orp-reply-count      pic 9(4) value 0.
