       01 talent-pool-record.
           *> One row per candidate saved to a company's named talent
           *> pool, keyed "company|pool|username" so one pool's members
           *> read back together
           05 tpl-key             pic x(233).
           05 tpl-company         pic x(100).
           05 tpl-pool-name       pic x(30).
           05 tpl-username        pic x(100).
           *> The employer who saved the candidate, and when
           05 tpl-added-by        pic x(100).
           05 tpl-added-date      pic x(8).
