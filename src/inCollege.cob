               organization is indexed
               access mode is dynamic
               record key is connection-key
               alternate record key is connection-user-1 with duplicates
               alternate record key is connection-user-2 with duplicates
               file status is connection-database-status.

       *> Rejected connection request audit trail
               organization is indexed
               access mode is dynamic
               record key is application-key
               alternate record key is application-username with duplicates
               alternate record key is application-job-key with duplicates
               lock mode is automatic with lock on record
               sharing with all other
               file status is application-database-status.
               organization is indexed
               access mode is dynamic
               record key is message-key
               alternate record key is message-recipient with duplicates
               alternate record key is message-thread-id with duplicates
               lock mode is automatic with lock on record
               sharing with all other
               file status is message-database-status.
               record key is skill-id
               file status is skills-status.

       *> Graded skill assessment question bank - multiple-choice
       *> questions per skill-id, keyed skill-id + question number
           select skill-questions assign to 'skill-questions.dat'
               organization is indexed
               access mode is dynamic
               record key is skq-key
               file status is skill-questions-status.

       *> Graded skill assessment attempts - one scored row per
       *> student, skill and attempt number
           select skill-attempts assign to 'skill-attempts.dat'
               organization is indexed
               access mode is dynamic
               record key is ska-key
               file status is skill-attempts-status.

       *> Skill completions - one row per student per skill passed,
       *> keyed username + skill-id
           select skill-completions assign to 'skill-completions.dat'
               organization is indexed
               access mode is dynamic
               record key is skc-key
               file status is skill-completions-status.

       *> Required skills tagged on each posting, keyed job-key +
       *> skill-id
           select job-skills assign to 'job-skills.dat'
               organization is indexed
               access mode is dynamic
               record key is jsk-key
               file status is job-skills-status.

       *> Hiring stages defined on each posting, keyed job-key +
       *> position in the pipeline
           select job-stages assign to 'job-stages.dat'
               organization is indexed
               access mode is dynamic
               record key is jst-key
               file status is job-stages-status.

       *> Every move of an application between pipeline stages,
       *> keyed application-key + sequence
           select stage-history assign to 'stage-history.dat'
               organization is indexed
               access mode is dynamic
               record key is sth-key
               file status is stage-history-status.

       *> Voluntary, confidential EEO self-identification answers,
       *> keyed by username and held apart from the account file
           select eeo-selfid assign to 'eeo-selfid.dat'
               organization is indexed
               access mode is dynamic
               record key is eeo-username
               file status is eeo-selfid-status.

       *> Final dispositions given to open applications when their
       *> posting closed, with the courtesy notice awaiting release,
       *> keyed by application-key
           select closeout-notices assign to 'closeout-notices.dat'
               organization is indexed
               access mode is dynamic
               record key is cno-app-key
               file status is closeout-status.

           select talent-pools assign to 'talent-pools.dat'
               organization is indexed
               access mode is dynamic
               record key is tpl-key
               file status is talent-pool-status.

           select job-invites assign to 'job-invites.dat'
               organization is indexed
               access mode is dynamic
               record key is invite-key
               file status is invite-status-code.

           select location-reference assign to 'locations.dat'
               organization is indexed
               access mode is dynamic
               record key is loc-key
               file status is location-status.

           select job-eligibility assign to 'job-eligibility.dat'
               organization is indexed
               access mode is dynamic
               record key is elg-job-key
               file status is eligibility-status.

           select credit-internships assign to 'credit-internships.dat'
               organization is indexed
               access mode is dynamic
               record key is cri-key
               file status is credit-internship-status.

           select billing-prices assign to 'billing-prices.dat'
               organization is indexed
               access mode is dynamic
               record key is bpr-tier
               file status is billing-price-status.

           select billing-events assign to 'billing-events.dat'
               organization is indexed
               access mode is dynamic
               record key is bev-key
               file status is billing-event-status.

           select career-fairs assign to 'career-fairs.dat'
               organization is indexed
               access mode is dynamic
               record key is cfr-event-key
               file status is career-fair-status.

           select fair-booths assign to 'fair-booths.dat'
               organization is indexed
               access mode is dynamic
               record key is fbt-key
               file status is fair-booth-status.

           select risk-rules assign to 'risk-rules.dat'
               organization is indexed
               access mode is dynamic
               record key is rsk-code
               file status is risk-rule-status.

           select risk-scores assign to 'risk-scores.dat'
               organization is indexed
               access mode is dynamic
               record key is rsc-key
               file status is risk-score-status.

       *> Checkpoint marker for in-flight multi-step file mutations, so a
       *> batch run truncated mid-transaction (input.txt exhausted) can be
       *> resumed at the exact transaction instead of dropping it silently
               organization is line sequential
               file status is resume-doc-status.

       *> Co-curricular transcript document, one file per issue
       *> (transcript-<username>-<serial>.txt)
           select transcript-doc assign to transcript-doc-filename
               organization is line sequential
               file status is transcript-doc-status.

       *> Subject-access export, one file per user
       *> (mydata-<username>.txt, name resolved at run time) - the
       *> "show me everything you have on me" document, walking the
               organization is line sequential
               file status is bkp-manifest-status.

       *> MASK job output - the pseudonymized copy of a data file for
       *> the test and training region, written as masked-<stamp>-<file>
       *> (name resolved at run time). Raw record images with each
       *> file's keys at the live offsets, so the copies open under the
       *> live layouts
           select mask-acct-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mska-username
               file status is msk-out-status.

           select mask-message-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskm-key
               alternate record key is mskm-recipient with duplicates
               alternate record key is mskm-thread-id with duplicates
               file status is msk-out-status.

           select mask-archive-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskx-key
               file status is msk-out-status.

           select mask-quarantine-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskq-id
               file status is msk-out-status.

           select mask-scheduled-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is msks-id
               file status is msk-out-status.

           select mask-waitlist-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskw-key
               file status is msk-out-status.

           select mask-company-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskc-key
               file status is msk-out-status.

           select mask-refletter-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskr-key
               file status is msk-out-status.

           select mask-transcript-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskt-serial
               file status is msk-out-status.

           select mask-index-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mski-key
               file status is msk-out-status.

           select mask-distribution-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskd-key
               file status is msk-out-status.

           select mask-spool-out assign to msk-out-name
               organization is line sequential
               file status is msk-out-status.

           select mask-application-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskp-key
               alternate record key is mskp-username with duplicates
               alternate record key is mskp-job-key with duplicates
               file status is msk-out-status.

           select mask-apparc-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskh-key
               file status is msk-out-status.

           select mask-orgpost-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is msko-key
               file status is msk-out-status.

           select mask-intro-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskn-key
               file status is msk-out-status.

           select mask-review-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskv-key
               file status is msk-out-status.

           select mask-contact-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mske-key
               file status is msk-out-status.

           select mask-notes-out assign to msk-out-name
               organization is line sequential
               file status is msk-out-status.

           select mask-interview-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskiv-key
               file status is msk-out-status.

           select mask-appointment-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskap-key
               file status is msk-out-status.

           select mask-credit-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskcr-key
               file status is msk-out-status.

           select mask-timesheet-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is msktm-key
               file status is msk-out-status.

           select mask-moderation-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskmd-key
               file status is msk-out-status.

           select mask-support-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskss-key
               file status is msk-out-status.

           select mask-placement-out assign to msk-out-name
               organization is line sequential
               file status is msk-out-status.

           select mask-hold-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is msklh-key
               file status is msk-out-status.

           select mask-eeo-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskee-key
               file status is msk-out-status.

           select mask-operator-out assign to msk-out-name
               organization is indexed
               access mode is dynamic
               record key is mskop-key
               file status is msk-out-status.

       *> Login history - one "user|datetime" line per successful sign-in
           select login-history assign to 'login-history.log'
               organization is line sequential
               file status is jobs-import-report-status.

       *> Registrar roster for bulk account onboarding - one
       *> "username|first|last|university|major|gradyear|contact|campus"
       *> row per incoming student (blank campus = home campus)
           select roster-import assign to 'roster-import.txt'
               organization is line sequential
               file status is roster-import-status.
               file status is roster-import-report-status.

       *> Registrar enrollment drop file - one "username|university|
       *> graduation-year|campus" row per enrolled student, used to
       *> stamp the verified-enrollment indicator (and the campus, when
       *> one is given) on matching accounts
           select enrollment-feed assign to 'enrollment-feed.txt'
               organization is line sequential
               file status is enrollment-feed-status.
               file status is lang-status.

       *> One-time layout conversion (batch job CONVERT): the previous
       *> release's record layouts for every indexed file that changed
       *> this release, read back from the .old safety copies
       *> convertDataFiles takes before it rewrites the live files in
       *> the current layouts
               record key is cvold-job-key
               file status is cvold-job-file-status.

           select conv-skill-old assign to 'skills-database.old'
               organization is indexed
               access mode is dynamic
               record key is cvold-skill-id
               file status is cvold-skill-file-status.

           select conv-app-old assign to 'application-database.old'
               organization is indexed
               access mode is dynamic
               record key is cvold-rsvp-key
               file status is cvold-rsvp-file-status.

           select conv-event-old assign to 'events-database.old'
               organization is indexed
               access mode is dynamic
               record key is cvold-event-key
               file status is cvold-event-file-status.

           select conv-interview-old assign to 'interview-database.old'
               organization is indexed
               access mode is dynamic
               record key is cvold-interview-key
               file status is cvold-interview-file-status.

           select conv-offers-old assign to 'offers-database.old'
               organization is indexed
               access mode is dynamic
               record key is cvold-offer-key
               file status is cvold-offers-file-status.

           select conv-msg-old assign to 'message-database.old'
               organization is indexed
               access mode is dynamic
               record key is cvold-message-key
               file status is cvold-msg-file-status.

           select conv-conn-old assign to 'connection-database.old'
               organization is indexed
               access mode is dynamic
               record key is cvold-connection-key
               file status is cvold-conn-file-status.

       *> Waitlist for signups refused by the account cap, in queue
       *> order by sequence number
           select waitlist assign to 'waitlist.dat'
               record key is mod-key
               file status is moderation-status.

       *> Operator blocklist of terms and patterns checked against
       *> every user-sent message before delivery
           select message-filters assign to 'message-filters.dat'
               organization is indexed
               access mode is dynamic
               record key is mflt-term
               file status is message-filter-status.

       *> Messages the content filter held back for operator review
           select message-quarantine assign to 'message-quarantine.dat'
               organization is indexed
               access mode is dynamic
               record key is qmsg-id
               file status is quarantine-status.

       *> Search index - normalized university/major/name tokens for
       *> people plus title/employer/location/description tokens for
       *> job postings, keyed "TOKEN|owner" so people search, saved-
               organization is line sequential
               file status is syndication-feed-status.

       *> Credit-grade interface for the registrar - one
       *> "D|student|term|credit-hours|grade|faculty|employer|title"
       *> row per graded credit internship whose term has ended,
       *> between an "H|source|CREDIT|date" header and a
       *> "T|count|credit-hours" trailer
           select credit-grades-file assign to 'credit-grades.txt'
               organization is line sequential
               file status is credit-grades-status.

       *> Approved-hours interface for campus payroll - one
       *> "D|student|week|hours|rate|amount|funding|job-key|supervisor"
       *> row per approved work-study week paid this period, between
       *> an "H|source|PAYROLL|date" header and a
       *> "T|count|hours|amount" trailer
           select payroll-file assign to 'payroll-hours.txt'
               organization is line sequential
               file status is payroll-file-status.

       *> Exceptions report of the PAYROLL run - hours refused for
       *> exceeding the award and weeks still waiting on a supervisor
           select payroll-exceptions assign to 'payroll-exceptions.txt'
               organization is line sequential
               file status is payroll-exceptions-status.

       *> Monthly invoice for the bursar's accounts-receivable system,
       *> one file per company (name resolved at run time:
       *> invoice-<invoice number>.txt) - an
       *> "H|source|INVOICE|invoice|company|name|tier|period|date"
       *> header, one "D|date|type|job-key|title|from|until|amount"
       *> row per billable event and a "T|count|amount" trailer
           select invoice-file assign to inv-file-name
               organization is line sequential
               file status is invoice-file-status.

       *> Control register of one INVOICE run - a "C|invoice|company|
       *> count|amount" row per invoice file and a
       *> "T|invoices|events|amount" trailer for the bursar to
       *> balance against
           select invoice-control assign to 'invoice-control.txt'
               organization is line sequential
               file status is invoice-control-status.

       *> Printable booklet of one career fair - the event, then each
       *> approved booth with its company, postings and recruiters
           select fair-booklet assign to 'fair-booklet.txt'
               organization is line sequential
               file status is fair-booklet-status.

       *> Syndication state - the date of the last successful run, so
       *> each run picks up where the previous one left off
           select syndication-state assign to 'syndication-state.dat'
       *> for a DIFFERENT operator to approve them (the two-person
       *> rule our security review asked for on top of the shared
       *> operator password)
           select operators assign to 'operators.dat'
               organization is indexed
               access mode is dynamic
               record key is opr-id
               file status is operator-status.

           select support-sessions assign to 'support-sessions.dat'
               organization is indexed
               access mode is dynamic
               record key is sps-key
               file status is support-session-status.

       *> Student reviews of employers, keyed company|student
           select company-reviews assign to 'company-reviews.dat'
               organization is indexed
               access mode is dynamic
               record key is crv-key
               file status is company-review-status.

       *> Weekly work-study timesheets, keyed
       *> "student|job-key|week start"
           select timesheets assign to 'timesheets.dat'
               organization is indexed
               access mode is dynamic
               record key is tms-key
               file status is timesheet-status.

       *> How far each long batch pass got, keyed by job name
           select job-checkpoints assign to 'job-checkpoints.dat'
               organization is indexed
               access mode is dynamic
               record key is ckp-job
               file status is checkpoint-status.

       *> Nightly chain definition - one "STEP|MAX-RC|DEPENDS-ON"
       *> line per step, in running order
           select job-chain assign to 'job-chain.dat'
               organization is line sequential
               file status is job-chain-status.

       *> Chain checkpoint - the current chain run and each step's
       *> state, rewritten after every step so a rerun resumes
           select chain-state assign to 'job-chain-state.dat'
               organization is line sequential
               file status is chain-state-status.

       *> The batch business date and its one-time as-of override
           select batch-control assign to 'batch-control.dat'
               organization is indexed
               access mode is dynamic
               record key is bct-key
               file status is batch-control-status.

       *> Holidays, breaks and terms, keyed first day then type
           select institution-calendar assign to 'institution-calendar.dat'
               organization is indexed
               access mode is dynamic
               record key is icl-key
               file status is calendar-status.

       *> Who is sent each batch job's run summary, keyed job then
       *> recipient
           select report-distribution assign to 'report-distribution.dat'
               organization is indexed
               access mode is dynamic
               record key is dst-key
               file status is distribution-status.

       *> Messages written now to be sent later, keyed by number
           select scheduled-messages assign to 'scheduled-messages.dat'
               organization is indexed
               access mode is dynamic
               record key is sch-id
               file status is scheduled-status.

       *> Issued co-curricular transcripts, keyed by the serial
       *> printed on the document
           select transcripts assign to 'transcripts.dat'
               organization is indexed
               access mode is dynamic
               record key is trn-serial
               file status is transcript-status.

       *> Advisor availability slots and the students booked into
       *> them, keyed advisor then start time
           select appointments assign to 'appointments.dat'
               organization is indexed
               access mode is dynamic
               record key is apt-key
               file status is appointment-status.

       *> Career-services contact log per employer, keyed on the
       *> company page
           select employer-contacts assign to 'employer-contacts.dat'
               organization is indexed
               access mode is dynamic
               record key is ecl-key
               file status is employer-contact-status.

       *> Student organizations, their rosters and discussion boards
           select organizations assign to 'organizations.dat'
               organization is indexed
               access mode is dynamic
               record key is org-key
               file status is organization-status.

           select org-members assign to 'org-members.dat'
               organization is indexed
               access mode is dynamic
               record key is orm-key
               file status is org-member-status.

           select org-posts assign to 'org-posts.dat'
               organization is indexed
               access mode is dynamic
               record key is orp-key
               file status is org-post-status.

       *> Introductions brokered through a mutual connection, keyed
       *> requester|target
           select introductions assign to 'introductions.dat'
               organization is indexed
               access mode is dynamic
               record key is intro-key
               file status is introduction-status.

       *> Scratch copy used while a username change is carried
       *> through the line-sequential logs
           select rename-temp assign to 'username-rename.tmp'
               organization is line sequential
               file status is rename-temp-status.

           select pending-approvals assign to 'pending-approvals.dat'
               organization is indexed
               access mode is dynamic
               record key is appr-key
               file status is approvals-status.

       *> Legal holds - subjects the purge, retention and archive
       *> paths must leave alone, keyed type + subject
           select legal-holds assign to 'legal-holds.dat'
               organization is indexed
               access mode is dynamic
               record key is lgh-key
               file status is legal-hold-status.

       *> ATS interface - the companies that take applications into
       *> their own applicant tracking system (one row per company,
       *> keyed by company page) and, per application, what was sent
       *> and the last status row applied back from the company
           select ats-partners assign to 'ats-partners.dat'
               organization is indexed
               access mode is dynamic
               record key is atp-company-key
               file status is ats-partner-status.

           select ats-sent assign to 'ats-sent.dat'
               organization is indexed
               access mode is dynamic
               record key is ats-app-key
               file status is ats-sent-status.

       *> Campus partitioning - the campuses sharing the installation
       *> (keyed by campus code) and the campus each console operator
       *> works for (keyed by operator ID; no row = central staff)
           select campuses assign to 'campuses.dat'
               organization is indexed
               access mode is dynamic
               record key is cps-code
               file status is campus-status.

           select operator-campus assign to 'operator-campus.dat'
               organization is indexed
               access mode is dynamic
               record key is ocp-opr-id
               file status is opr-campus-status.

       *> The ATS exchange files - ats-out-<id>-<file number>.txt to
       *> the company each night ("H|INCOLLEGE|ATS-OUT|company|date|
       *> file number", one "D|" row per new application, "T|count|
       *> hash"), ats-in-<id>.txt back from it (see atsInboundJob), and
       *> the ATSIN run's exception report
           select ats-outbound assign to ats-out-name
               organization is line sequential
               file status is ats-out-status.

           select ats-inbound assign to ats-in-name
               organization is line sequential
               file status is ats-in-status.

           select ats-exceptions assign to 'ats-exceptions.txt'
               organization is line sequential
               file status is ats-exc-status.

       *> HEALTH job state - "file|count" record counts from the
       *> previous run, so implausible overnight swings stand out
           select health-counts assign to 'health-counts.dat'
       fd resume-doc.
       01 resume-doc-line pic x(150).

*> Co-curricular transcript document record
       fd transcript-doc.
       01 transcript-doc-line pic x(200).

*> Generated iCalendar record
       fd calendar-doc.
       01 calendar-doc-line pic x(200).
       fd backup-manifest.
       01 bkp-manifest-line pic x(100).

*> MASK job output records - same length and key offsets as the live
*> layouts (account.cpy, message.cpy and the rest)
       fd mask-acct-out.
       01 mska-record.
           05 mska-username pic x(100).
           05 filler pic x(3755).

       fd mask-message-out.
       01 mskm-record.
           05 mskm-key pic x(64).
           05 filler pic x(100).
           05 mskm-recipient pic x(100).
           05 filler pic x(529).
           05 mskm-thread-id pic x(201).

       fd mask-archive-out.
       01 mskx-record.
           05 mskx-key pic x(64).
           05 filler pic x(1600).

       fd mask-quarantine-out.
       01 mskq-record.
           05 mskq-id pic 9(7).
           05 filler pic x(1012).

       fd mask-scheduled-out.
       01 msks-record.
           05 msks-id pic 9(8).
           05 filler pic x(1197).

       fd mask-waitlist-out.
       01 mskw-record.
           05 mskw-key pic 9(5).
           05 filler pic x(224).

       fd mask-company-out.
       01 mskc-record.
           05 mskc-key pic x(100).
           05 filler pic x(1035).

       fd mask-refletter-out.
       01 mskr-record.
           05 mskr-key pic x(204).
           05 filler pic x(1326).

       fd mask-transcript-out.
       01 mskt-record.
           05 mskt-serial pic 9(8).
           05 filler pic x(319).

       fd mask-index-out.
       01 mski-record.
           05 mski-key pic x(304).
           05 filler pic x(301).

       fd mask-distribution-out.
       01 mskd-record.
           05 mskd-key pic x(120).
           05 filler pic x(175).

       fd mask-spool-out.
       01 msk-spool-line pic x(900).

       fd mask-application-out.
       01 mskp-record.
           05 mskp-key pic x(301).
           05 mskp-username pic x(100).
           05 mskp-job-key pic x(200).
           05 filler pic x(1464).

       fd mask-apparc-out.
       01 mskh-record.
           05 mskh-key pic x(301).
           05 filler pic x(2000).

       fd mask-orgpost-out.
       01 msko-record.
           05 msko-key pic x(66).
           05 filler pic x(219).

       fd mask-intro-out.
       01 mskn-record.
           05 mskn-key pic x(204).
           05 filler pic x(538).

       fd mask-review-out.
       01 mskv-record.
           05 mskv-key pic x(200).
           05 filler pic x(379).

       fd mask-contact-out.
       01 mske-record.
           05 mske-key pic x(106).
           05 filler pic x(454).

       fd mask-notes-out.
       01 msk-notes-line pic x(530).

       fd mask-interview-out.
       01 mskiv-record.
           05 mskiv-key pic x(301).
           05 filler pic x(679).

       fd mask-appointment-out.
       01 mskap-record.
           05 mskap-key pic x(112).
           05 filler pic x(299).

       fd mask-credit-out.
       01 mskcr-record.
           05 mskcr-key pic x(301).
           05 filler pic x(1770).

       fd mask-timesheet-out.
       01 msktm-record.
           05 msktm-key pic x(301).
           05 filler pic x(735).

       fd mask-moderation-out.
       01 mskmd-record.
           05 mskmd-key pic 9(5).
           05 filler pic x(727).

       fd mask-support-out.
       01 mskss-record.
           05 mskss-key pic x(114).
           05 filler pic x(149).

       fd mask-placement-out.
       01 msk-placement-line pic x(308).

       fd mask-hold-out.
       01 msklh-record.
           05 msklh-key pic x(208).
           05 filler pic x(162).

       fd mask-eeo-out.
       01 mskee-record.
           05 mskee-key pic x(100).
           05 filler pic x(12).

       fd mask-operator-out.
       01 mskop-record.
           05 mskop-key pic x(30).
           05 filler pic x(234).

*> Placement interface record (see plif-record for the fixed layout)
       fd placements-interface.
       01 placements-interface-line pic x(308).
       fd skills-database.
       copy "skills.cpy".

*> Skill assessment question record
       fd skill-questions.
       copy "skill-questions.cpy".

*> Skill assessment attempt record
       fd skill-attempts.
       copy "skill-attempts.cpy".

*> Skill completion record
       fd skill-completions.
       copy "skill-completions.cpy".

*> Posting required-skill record
       fd job-skills.
       copy "job-skills.cpy".

       fd job-stages.
       copy "job-stages.cpy".

       fd stage-history.
       copy "stage-history.cpy".

       fd eeo-selfid.
       copy "eeo-selfid.cpy".

       fd closeout-notices.
       copy "closeout.cpy".
       fd talent-pools.
       copy "talent-pools.cpy".
       fd job-invites.
       copy "job-invites.cpy".
       fd location-reference.
       copy "locations.cpy".
       fd job-eligibility.
       copy "job-eligibility.cpy".
       fd credit-internships.
       copy "credit-internships.cpy".
       fd billing-prices.
       copy "billing-prices.cpy".
       fd billing-events.
       copy "billing-events.cpy".
       fd career-fairs.
       copy "career-fairs.cpy".
       fd fair-booths.
       copy "fair-booths.cpy".
       fd risk-rules.
       copy "risk-rules.cpy".
       fd risk-scores.
       copy "risk-scores.cpy".
       fd operators.
       copy "operators.cpy".
       fd support-sessions.
       copy "support-sessions.cpy".
*> Work-study timesheet record
       fd timesheets.
       copy "timesheets.cpy".
*> Batch checkpoint record
       fd job-checkpoints.
       copy "job-checkpoints.cpy".

*> Chain definition record - "STEP|MAX-RC|DEPENDS-ON"
       fd job-chain.
       01 job-chain-line pic x(120).

*> Chain checkpoint record - "RUN|id|OPEN" then "STEP|name|state|rc"
       fd chain-state.
       01 chain-state-line pic x(60).

*> Batch control record (business date)
       fd batch-control.
       copy "batch-control.cpy".
*> Institutional calendar record
       fd institution-calendar.
       copy "institution-calendar.cpy".
*> Report distribution list record
       fd report-distribution.
       copy "report-distribution.cpy".
*> Scheduled (send-later) message record
       fd scheduled-messages.
       copy "scheduled-messages.cpy".
*> Issued transcript log record
       fd transcripts.
       copy "transcripts.cpy".
*> Advisor appointment slot record
       fd appointments.
       copy "appointments.cpy".
*> Employer relationship log record
       fd employer-contacts.
       copy "employer-contacts.cpy".
*> Student organization, roster and discussion-board records
       fd organizations.
       copy "organizations.cpy".
       fd org-members.
       copy "org-members.cpy".
       fd org-posts.
       copy "org-posts.cpy".
*> Brokered introduction record
       fd introductions.
       copy "introductions.cpy".
*> Student reviews of employers record
       fd company-reviews.
       copy "company-reviews.cpy".
*> Username change scratch log record
       fd rename-temp.
       01 rename-temp-line pic x(1000).

*> Language-switchable message strings record
       fd language-strings.
       copy "lang-strings.cpy".
       fd pending-approvals.
       copy "approvals.cpy".

*> Legal hold record
       fd legal-holds.
       copy "legal-holds.cpy".

       fd ats-partners.
       copy "ats-partners.cpy".

       fd ats-sent.
       copy "ats-sent.cpy".

       fd campuses.
       copy "campuses.cpy".

       fd operator-campus.
       copy "operator-campus.cpy".

       fd ats-outbound.
       01 ats-out-line pic x(2400).

       fd ats-inbound.
       01 ats-in-line pic x(1000).

       fd ats-exceptions.
       01 ats-exc-line pic x(1200).

*> HEALTH count record - "file|count"
       fd health-counts.
       01 health-counts-line pic x(40).
           05 msga-key pic x(64).
           05 msga-rest pic x(1600).

*> Batch run ledger record - "job|start|end|rc|records", plus
*> "|chain-run-id" for a step run by CHAIN
       fd batch-run-ledger.
       01 batch-ledger-line pic x(80).

       fd syndication-feed.
       01 syndication-feed-line pic x(600).

*> Credit-grade interface record
       fd payroll-file.
       01 payroll-line pic x(600).

       fd payroll-exceptions.
       01 payroll-exception-line pic x(600).

       fd credit-grades-file.
       01 credit-grades-line pic x(600).

*> Invoice interface record
       fd invoice-file.
       01 invoice-line pic x(600).

*> Invoice run control register record
       fd invoice-control.
       01 invoice-control-line pic x(300).

*> Career fair booklet record
       fd fair-booklet.
       01 fair-booklet-line pic x(150).

*> Syndication state record - last successful run date
       fd syndication-state.
       01 syndication-state-line pic x(20).
           05 cvold-acct-prev-passwords.
               10 cvold-acct-prev-pwd occurs 3 times pic x(30).
           05 cvold-acct-flagged pic x(1).
           05 cvold-acct-verified-enrollment pic x(1).
           05 cvold-acct-verified-date pic x(8).
           05 cvold-acct-email-bounced pic x(1).
           05 cvold-acct-must-change-pwd pic x(1).
           05 cvold-acct-language pic x(2).
           05 cvold-acct-type pic x(8).
           05 cvold-acct-profile.
               10 cvold-job-req-skill-flag occurs 5 times pic x(1).
           05 cvold-job-screening-questions.
               10 cvold-job-screen-question occurs 5 times pic x(100).
           05 cvold-job-salary-min pic 9(7).
           05 cvold-job-salary-max pic 9(7).
           05 cvold-job-salary-period pic x(8).
           05 cvold-job-blind-screening pic x(1).
           05 cvold-job-reference-required pic x(1).
           05 cvold-job-updated-date pic x(8).

*> Previous-release skills-database record layout, for the CONVERT
*> batch job
       fd conv-skill-old.
       01 cvold-skill-record.
           05 cvold-skill-id pic x(2).
           05 cvold-skill-title pic x(60).
           05 cvold-skill-description pic x(200).
           05 cvold-skill-link pic x(100).

*> Previous-release application record layout, for the CONVERT batch job
       fd conv-app-old.
           05 cvold-application-resume-text pic x(500).
           05 cvold-application-screen-answers.
               10 cvold-application-screen-answer occurs 5 times pic x(100).
           05 cvold-application-source pic x(10).
           05 cvold-application-shortlisted pic x(1).
           05 cvold-application-nudge-date pic x(8).

*> Previous-release company record layout, for the CONVERT batch job
       fd conv-company-old.
           05 cvold-company-website pic x(100).
           05 cvold-company-contact pic x(100).
           05 cvold-company-created-date pic x(8).
           05 cvold-company-verified pic x(1).
           05 cvold-company-verified-date pic x(8).

*> Previous-release event RSVP record layout, for the CONVERT batch job
       fd conv-rsvp-old.
           05 cvold-rsvp-username pic x(100).
           05 cvold-rsvp-event-key pic x(120).
           05 cvold-rsvp-date pic x(8).
           05 cvold-rsvp-attendance pic x(1).

*> Previous-release event record layout, for the CONVERT batch job
       fd conv-event-old.
       01 cvold-event-record.
           05 cvold-event-key pic x(120).
           05 cvold-event-title pic x(100).
           05 cvold-event-host pic x(100).
           05 cvold-event-date pic x(8).
           05 cvold-event-location pic x(100).
           05 cvold-event-capacity pic 9(4).
           05 cvold-event-description pic x(200).
           05 cvold-event-created-date pic x(8).

*> Previous-release interview record layout, for the CONVERT batch job
       fd conv-interview-old.
           05 cvold-interview-chosen-slot pic 9(1).
           05 cvold-interview-status pic x(10).
           05 cvold-interview-created-date pic x(8).
           05 cvold-interview-fb-technical pic 9(1).
           05 cvold-interview-fb-comm pic 9(1).
           05 cvold-interview-fb-overall pic 9(1).
           05 cvold-interview-fb-recommend pic x(1).
           05 cvold-interview-fb-comments pic x(200).
           05 cvold-interview-fb-by pic x(100).
           05 cvold-interview-fb-date pic x(8).

       fd conv-offers-old.
       01 cvold-offer-record.
           05 cvold-offer-key pic x(301).
           05 cvold-offer-username pic x(100).
           05 cvold-offer-employer pic x(100).
           05 cvold-offer-job-title pic x(100).
           05 cvold-offer-job-key pic x(200).
           05 cvold-offer-salary pic x(50).
           05 cvold-offer-start-date pic x(8).
           05 cvold-offer-deadline pic x(8).
           05 cvold-offer-status pic x(10).
           05 cvold-offer-close-posting pic x(1).
           05 cvold-offer-created-date pic x(8).

*> Previous-release message record layout (no alternate keys), for
*> the CONVERT batch job
       fd conv-msg-old.
       01 cvold-message-record.
           05 cvold-message-key pic x(64).
           05 cvold-message-sender pic x(100).
           05 cvold-message-recipient pic x(100).
           05 cvold-message-content pic x(500).
           05 cvold-message-timestamp pic x(20).
           05 cvold-message-read-flag pic x(1).
           05 cvold-message-sent-date pic x(8).
           05 cvold-message-thread-id pic x(201).

*> Previous-release connection record layout (no alternate keys), for
*> the CONVERT batch job
       fd conv-conn-old.
       01 cvold-connection-record.
           05 cvold-connection-key pic x(204).
           05 cvold-connection-user-1 pic x(100).
           05 cvold-connection-user-2 pic x(100).
           05 cvold-connection-created-date pic x(8).

*> Waitlist record
       fd waitlist.
       fd moderation-queue.
       copy "moderation.cpy".

*> Message content filter blocklist record
       fd message-filters.
       copy "message-filters.cpy".

*> Held (quarantined) message record
       fd message-quarantine.
       copy "message-quarantine.cpy".

*> People-search index record
       fd search-index.
       copy "search-index.cpy".

*>-----connection file variables-----
       01 connection-database-status pic xx.
              88 connection-ok               values "00" "02".
              88 connection-not-found        value "23".
              88 connection-file-missing     value "35".
       01 connection-count                 pic 9(4) value 0.
       01 connection-other                 pic x(30).
       01 cnx-pass                         pic 9(1).

*>-----rejected connections file variables-----
       01 rejected-status pic xx.

*>-----application file variables-----
       01 application-database-status pic xx.
           88 application-ok               values "00" "02".
           88 application-not-found        value "23".
           88 application-file-missing     value "35".
       01 application-key-buffer pic x(301).
           05 applicant-score-entry occurs 100 pic 9(5).
       01 applicant-list-shortlists.
           05 applicant-shortlist-entry occurs 100 pic x(1).
       01 applicant-list-ineligibles.
           05 applicant-inelig-entry occurs 100 pic x(60).
       01 applicant-count pic 9(4) value 0.
       01 selected-applicant-index pic 9(4) value 0.
       01 applicant-update-ok pic x(1) value 'N'.
       01 applicant-swap-status pic x(12).
       01 applicant-swap-score pic 9(5).
       01 applicant-swap-shortlist pic x(1).
       01 applicant-swap-inelig pic x(60).

*>-----required-skill tagging variables-----
       01 req-skill-input pic x(100).
       01 req-skill-token pic x(10).
       01 req-skill-ptr pic 9(3).
       01 req-skill-idx pic 9(3).
       01 req-skill-num pic 9(3).
       01 job-has-req-skills pic x(1) value 'N'.
              88 posting-has-req-skills value 'Y'.
*> A posting's required skill-ids - the picks captured from the
*> poster, or the posting's active tags read back from job-skills
       01 req-skill-job-key pic x(200).
       01 req-skill-count pic 9(3) value 0.
       01 req-skill-table.
           05 req-skill-entry occurs 99 times pic x(2).

*>-----placement interface variables-----
       01 placements-interface-status pic xx.
       01 imp-split-salary pic x(50).
       01 imp-split-description pic x(500).
       01 imp-split-expiration pic x(10).
       01 imp-split-work-mode pic x(10).
*> The feed row's location as resolved against the reference list
       01 imp-loc-display pic x(100).
       01 imp-loc-key pic x(40).
       01 imp-loc-region pic x(10).
       01 imp-loc-mode pic x(10).
       01 imp-line-count pic 9(5) value 0.
       01 imp-accept-count pic 9(5) value 0.
       01 imp-held-count pic 9(5) value 0.
       01 imp-reject-count pic 9(5) value 0.
       01 imp-reject-reason pic x(60).
       01 imp-dup-flag pic x(1) value 'N'.

*>-----message file variables-----
       01 message-database-status pic xx.
           88 message-ok               values "00" "02".
           88 message-not-found        value "23".
           88 message-file-missing     value "35".
       01 message-key-buffer pic x(64).
           88 skills-ok               value "00".
           88 skills-file-missing     value "35".
       01 skill-lookup-id pic x(2).

*>-----graded skill assessment variables-----
       01 skill-questions-status pic xx.
           88 skill-questions-ok           value "00".
           88 skill-questions-missing      value "35".
       01 skill-attempts-status pic xx.
           88 skill-attempts-ok            value "00".
           88 skill-attempts-missing       value "35".
*> Pass mark (percent) and retake cool-down (days after a failed
*> attempt), overridable by environment like the account cap
       01 sqz-pass-mark pic 9(3) value 75.
       01 sqz-pass-mark-env pic x(3).
       01 sqz-retake-days pic 9(3) value 2.
       01 sqz-retake-days-env pic x(3).
       01 sqz-asked pic 9(2) value 0.
       01 sqz-correct pic 9(2) value 0.
       01 sqz-score pic 9(3) value 0.
       01 sqz-answer pic x(1).
       01 sqz-choice-idx pic 9(1).
       01 sqz-choice-letter pic x(1).
       01 sqz-letters pic x(4) value "ABCD".
       01 sqz-last-attempt-no pic 9(3) value 0.
       01 sqz-last-date pic x(8) value spaces.
       01 sqz-last-result pic x(4) value spaces.
       01 sqz-best-score pic 9(3) value 0.
       01 sqz-days-since pic s9(5) value 0.
       01 sqz-retake-date pic x(8).
       01 sqz-lookup-user pic x(100).
       01 sqz-lookup-skill pic x(2).
       01 sqz-abandoned-flag pic x(1) value 'N'.

*>-----skills catalog variables-----
       01 skill-completions-status pic xx.
           88 skill-completions-ok         value "00".
           88 skill-completions-missing    value "35".
       01 job-skills-status pic xx.
           88 job-skills-ok                value "00".
           88 job-skills-missing           value "35".
*> The catalog in listing order, filled by loadSkillCatalog - active
*> skills only unless the operator screen asks for the retired too
       01 scat-count pic 9(2) value 0.
       01 scat-table.
           05 scat-entry occurs 99 times.
               10 scat-id pic x(2).
               10 scat-title pic x(60).
               10 scat-order pic 9(3).
               10 scat-status pic x(8).
       01 scat-swap pic x(73).
       01 scat-idx pic 9(3).
       01 scat-jdx pic 9(3).
       01 scat-pick pic 9(3) value 0.
       01 scat-new-pos pic 9(3) value 0.
       01 scat-num-disp pic z(2)9.
       01 scat-retired-flag pic x(1) value 'N'.
           88 scat-with-retired value 'Y'.
       01 scat-max-id pic 9(2) value 0.
       01 scat-max-order pic 9(3) value 0.
       01 scat-lookup-skill pic x(2).
       01 scat-question-no pic 9(2) value 0.
       01 scat-choice-idx pic 9(1).
*> The skills one student has completed, filled by loadUserCompletions
       01 usk-lookup-user pic x(100).
       01 usk-count pic 9(2) value 0.
       01 usk-table.
           05 usk-skill-id occurs 99 times pic x(2).
       01 usk-idx pic 9(3).
       01 usk-found-flag pic x(1) value 'N'.
           88 usk-found value 'Y'.

*>-----hiring pipeline variables-----
       01 job-stages-status pic xx.
           88 job-stages-ok                value "00".
           88 job-stages-missing           value "35".
       01 stage-history-status pic xx.
           88 stage-history-ok             value "00".
           88 stage-history-missing        value "35".
*> A posting's stages in pipeline order, filled by loadJobStages or
*> captured by captureHiringStages
       01 pipe-job-key pic x(200).
       01 pipe-stage-count pic 9(2) value 0.
       01 pipe-stage-table.
           05 pipe-stage-name occurs 10 times pic x(30).
       01 pipe-idx pic 9(3).
       01 pipe-pick pic 9(3).
       01 pipe-cur-pos pic 9(3).
       01 pipe-done-flag pic x(1) value 'N'.
           88 pipe-done value 'Y'.
       01 pipe-from-stage pic x(30).
       01 pipe-to-stage pic x(30).
       01 pipe-actor pic x(100).
       01 pipe-num-disp pic z9.
*> One application's moves, filled by loadStageHistory - row 1 is the
*> submission itself, so every stage (including the wait for the
*> first move) has a start date
       01 pipe-app-key pic x(301).
       01 pipe-app-created pic x(8).
       01 pipe-app-username pic x(100).
       01 pipe-next-seq pic 9(3).
       01 pipe-hist-count pic 9(3) value 0.
       01 pipe-hist-table.
           05 pipe-hist-entry occurs 50 times.
               10 pipe-hist-to pic x(30).
               10 pipe-hist-date pic x(8).
               10 pipe-hist-user pic x(100).
       01 pipe-show-user-flag pic x(1) value 'N'.
           88 pipe-show-user value 'Y'.
       01 pipe-start-int pic 9(8) comp.
       01 pipe-end-int pic 9(8) comp.
       01 pipe-days pic s9(5) value 0.
       01 pipe-days-disp pic z(4)9.
       01 pipe-count-disp pic z(4)9.
*> Per-stage tallies behind postingPerformance and the aging report,
*> keyed on the stage name
       01 pipe-tally-count pic 9(3) value 0.
       01 pipe-tally-table.
           05 pipe-tally-entry occurs 40 times.
               10 pipe-tally-name pic x(30).
               10 pipe-tally-reached pic 9(5).
               10 pipe-tally-done pic 9(5).
               10 pipe-tally-day-sum pic 9(7).
       01 pipe-tally-slot pic 9(3).
       01 pipe-avg pic 9(5) value 0.
*> Subject-access export: the "username|" prefix of the user's
*> application keys
       01 pipe-prefix pic x(101).
       01 pipe-prefix-len pic 9(3).

*>-----EEO self-identification variables-----
       01 eeo-selfid-status pic xx.
           88 eeo-selfid-ok                value "00".
           88 eeo-selfid-missing           value "35".
       01 eeo-found-flag pic x(1) value 'N'.
           88 eeo-found value 'Y'.
       01 eeo-dim-idx pic 9(2).
       01 eeo-grp-idx pic 9(2).
       01 eeo-pick pic 9(2).
*> Groups smaller than this are left out of the report so nobody can
*> be picked out (INCOLLEGE_EEO_MIN_GROUP overrides)
       01 eeo-min-group pic 9(3) value 5.
       01 eeo-min-group-env pic x(3).
*> The questionnaire - four questions, each with its answer labels
*> (answer code = position in the list, 0 = prefer not to say)
       01 eeo-dim-name-table.
           05 filler pic x(20) value "Gender".
           05 filler pic x(20) value "Race/ethnicity".
           05 filler pic x(20) value "Veteran status".
           05 filler pic x(20) value "Disability".
       01 eeo-dim-names redefines eeo-dim-name-table.
           05 eeo-dim-name occurs 4 pic x(20).
       01 eeo-dim-group-table.
           05 filler pic 9(1) value 3.
           05 filler pic 9(1) value 7.
           05 filler pic 9(1) value 2.
           05 filler pic 9(1) value 2.
       01 eeo-dim-groups redefines eeo-dim-group-table.
           05 eeo-dim-group-count occurs 4 pic 9(1).
       01 eeo-label-table.
           05 filler pic x(45) value "Female".
           05 filler pic x(45) value "Male".
           05 filler pic x(45) value "Non-binary or another gender".
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value "Hispanic or Latino".
           05 filler pic x(45) value "American Indian or Alaska Native".
           05 filler pic x(45) value "Asian".
           05 filler pic x(45) value "Black or African American".
           05 filler pic x(45) value "Native Hawaiian or Other Pacific Islander".
           05 filler pic x(45) value "White".
           05 filler pic x(45) value "Two or more races".
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value "Protected veteran".
           05 filler pic x(45) value "Not a protected veteran".
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value "Has a disability".
           05 filler pic x(45) value "Does not have a disability".
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
           05 filler pic x(45) value spaces.
       01 eeo-labels redefines eeo-label-table.
           05 eeo-label-dim occurs 4.
               10 eeo-label occurs 8 pic x(45).
*> Adverse-impact report: the employers on file, and two sets of
*> tallies - unit 1 for the posting being read, unit 2 for its
*> employer - of applicants per group reaching each stage (stage 1
*> is "Applied", the denominator for every selection rate)
       01 eeo-empl-count pic 9(3) value 0.
       01 eeo-empl-table.
           05 eeo-empl-entry occurs 50 pic x(100).
       01 eeo-empl-idx pic 9(3).
       01 eeo-empl-truncated-flag pic x(1) value 'N'.
       01 eeo-cur-employer pic x(100).
       01 eeo-units.
           05 eeo-unit occurs 2 times.
               10 eeo-u-app-count pic 9(5).
               10 eeo-u-disclosed pic 9(5).
               10 eeo-u-stage-count pic 9(2).
               10 eeo-u-stage-name occurs 12 pic x(30).
               10 eeo-u-dim occurs 4.
                   15 eeo-u-grp occurs 8.
                       20 eeo-u-cell occurs 12 pic 9(5).
       01 eeo-u pic 9(1).
       01 eeo-reach-count pic 9(2) value 0.
       01 eeo-reach-table.
           05 eeo-reach-name occurs 12 pic x(30).
       01 eeo-reach-idx pic 9(2).
       01 eeo-interviewed-flag pic x(1) value 'N'.
           88 eeo-interviewed value 'Y'.
       01 eeo-stage-idx pic 9(2).
       01 eeo-slot pic 9(2).
       01 eeo-print-order pic 9(2).
       01 eeo-rate pic 9(3)v99.
       01 eeo-high-rate pic 9(3)v99.
       01 eeo-rate-disp pic zz9.
       01 eeo-reportable pic 9(2).
       01 eeo-suppressed pic 9(2).
       01 eeo-flag-count pic 9(5) value 0.
       01 eeo-posting-count pic 9(5) value 0.
       01 eeo-n-disp pic z(4)9.
       01 eeo-r-disp pic z(4)9.
       01 eeo-unit-heading pic x(150).

*>-----posting close-out variables-----
       01 closeout-status pic xx.
           88 closeout-ok                  value "00".
           88 closeout-missing             value "35".
       01 cls-reason pic x(10).
       01 cls-reason-text pic x(50).
       01 cls-prior-status pic x(12).
*> An application left alone by the close-out (the one whose offer
*> filled the position); cleared again once the close-out has run
       01 cls-skip-key pic x(301) value spaces.
       01 cls-actor pic x(100).
       01 cls-count pic 9(5) value 0.
       01 cls-sent-count pic 9(5) value 0.
       01 cls-job-filter pic x(200).
       01 cls-show-flag pic x(1) value 'N'.
           88 cls-show-list value 'Y'.
*> The pending notices on the review screen, in listing order
       01 cls-list-count pic 9(3) value 0.
       01 cls-list-table.
           05 cls-list-key occurs 100 pic x(301).
       01 cls-idx pic 9(3).
       01 cls-pick pic 9(3).
       01 cls-num-disp pic z(2)9.
       01 cls-count-disp pic z(4)9.
       01 cls-review-done-flag pic x(1) value 'N'.
           88 cls-review-done value 'Y'.
*> Notices the employer has not reviewed within this many days are
*> released by the NUDGE job so no applicant is left waiting
       01 cls-release-days pic 9(3) value 7.
       01 cls-cutoff pic x(8).

*>-----talent search and invite-to-apply variables-----
       01 talent-pool-status pic xx.
           88 talent-pool-ok               value "00".
           88 talent-pool-missing          value "35".
       01 invite-status-code pic xx.
           88 invite-ok                    value "00".
           88 invite-missing               value "35".
*> The company whose talent pools the employer works in - the first
*> company they are a member of, else the company of their postings
       01 tal-company pic x(100).
*> Search filters; spaces (or 0000) mean "any"
       01 tal-major pic x(100).
       01 tal-grad-year pic x(4).
       01 tal-skill-id pic x(2).
       01 tal-skill-title pic x(60).
       01 tal-major-len pic 9(3).
       01 tal-major-work pic x(100).
       01 tal-index-flag pic x(1) value 'N'.
           88 tal-used-index value 'Y'.
       01 tal-verified-only pic x(1) value 'N'.
           88 tal-verified-required value 'Y'.
       01 tal-match-flag pic x(1) value 'N'.
           88 tal-is-match value 'Y'.
       01 tal-done-flag pic x(1) value 'N'.
           88 tal-done value 'Y'.
*> The candidates on screen - search results or a pool's members
       01 tal-result-count pic 9(3) value 0.
       01 tal-result-table.
           05 tal-result-user occurs 50 pic x(100).
       01 tal-idx pic 9(3).
       01 tal-pick pic 9(3).
       01 tal-num-disp pic z(2)9.
       01 tal-count-disp pic z(4)9.
       01 tal-candidate pic x(100).
       01 tal-pool-name pic x(30).
       01 tal-prefix pic x(233).
       01 tal-prefix-len pic 9(3).
       01 tal-pool-count pic 9(2) value 0.
       01 tal-pool-table.
           05 tal-pool-entry occurs 30 pic x(30).
*> The employer's live postings offered for an invitation
       01 tal-job-count pic 9(2) value 0.
       01 tal-job-table.
           05 tal-job-entry occurs 50.
               10 tal-job-key pic x(200).
               10 tal-job-title pic x(100).
               10 tal-job-employer pic x(100).
       01 tal-clear-job-key pic x(200).

*>-----location reference variables-----
       01 location-status pic xx.
           88 location-ok                  value "00".
           88 location-missing             value "35".
*> Starter reference list written the first time the file is found
*> empty - the operator adds to it from the Location Reference screen
       01 loc-seed-table.
           05 filler pic x(30) value "Lexington".
           05 filler pic x(2)  value "KY".
           05 filler pic x(20) value "KENTUCKY".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(30) value "Louisville".
           05 filler pic x(2)  value "KY".
           05 filler pic x(20) value "KENTUCKY".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(30) value "Cincinnati".
           05 filler pic x(2)  value "OH".
           05 filler pic x(20) value "OHIO".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(30) value "Columbus".
           05 filler pic x(2)  value "OH".
           05 filler pic x(20) value "OHIO".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(30) value "Cleveland".
           05 filler pic x(2)  value "OH".
           05 filler pic x(20) value "OHIO".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(30) value "Indianapolis".
           05 filler pic x(2)  value "IN".
           05 filler pic x(20) value "INDIANA".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(30) value "Chicago".
           05 filler pic x(2)  value "IL".
           05 filler pic x(20) value "ILLINOIS".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(30) value "Detroit".
           05 filler pic x(2)  value "MI".
           05 filler pic x(20) value "MICHIGAN".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(30) value "Minneapolis".
           05 filler pic x(2)  value "MN".
           05 filler pic x(20) value "MINNESOTA".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(30) value "St. Louis".
           05 filler pic x(2)  value "MO".
           05 filler pic x(20) value "MISSOURI".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(30) value "Nashville".
           05 filler pic x(2)  value "TN".
           05 filler pic x(20) value "TENNESSEE".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(30) value "Knoxville".
           05 filler pic x(2)  value "TN".
           05 filler pic x(20) value "TENNESSEE".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(30) value "Atlanta".
           05 filler pic x(2)  value "GA".
           05 filler pic x(20) value "GEORGIA".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(30) value "Charlotte".
           05 filler pic x(2)  value "NC".
           05 filler pic x(20) value "NORTH CAROLINA".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(30) value "Raleigh".
           05 filler pic x(2)  value "NC".
           05 filler pic x(20) value "NORTH CAROLINA".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(30) value "Miami".
           05 filler pic x(2)  value "FL".
           05 filler pic x(20) value "FLORIDA".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(30) value "Washington".
           05 filler pic x(2)  value "DC".
           05 filler pic x(20) value "DISTRICT OF COLUMBIA".
           05 filler pic x(10) value "NORTHEAST".
           05 filler pic x(30) value "New York".
           05 filler pic x(2)  value "NY".
           05 filler pic x(20) value "NEW YORK".
           05 filler pic x(10) value "NORTHEAST".
           05 filler pic x(30) value "Boston".
           05 filler pic x(2)  value "MA".
           05 filler pic x(20) value "MASSACHUSETTS".
           05 filler pic x(10) value "NORTHEAST".
           05 filler pic x(30) value "Philadelphia".
           05 filler pic x(2)  value "PA".
           05 filler pic x(20) value "PENNSYLVANIA".
           05 filler pic x(10) value "NORTHEAST".
           05 filler pic x(30) value "Pittsburgh".
           05 filler pic x(2)  value "PA".
           05 filler pic x(20) value "PENNSYLVANIA".
           05 filler pic x(10) value "NORTHEAST".
           05 filler pic x(30) value "Dallas".
           05 filler pic x(2)  value "TX".
           05 filler pic x(20) value "TEXAS".
           05 filler pic x(10) value "SOUTHWEST".
           05 filler pic x(30) value "Austin".
           05 filler pic x(2)  value "TX".
           05 filler pic x(20) value "TEXAS".
           05 filler pic x(10) value "SOUTHWEST".
           05 filler pic x(30) value "Houston".
           05 filler pic x(2)  value "TX".
           05 filler pic x(20) value "TEXAS".
           05 filler pic x(10) value "SOUTHWEST".
           05 filler pic x(30) value "Phoenix".
           05 filler pic x(2)  value "AZ".
           05 filler pic x(20) value "ARIZONA".
           05 filler pic x(10) value "SOUTHWEST".
           05 filler pic x(30) value "Denver".
           05 filler pic x(2)  value "CO".
           05 filler pic x(20) value "COLORADO".
           05 filler pic x(10) value "WEST".
           05 filler pic x(30) value "Seattle".
           05 filler pic x(2)  value "WA".
           05 filler pic x(20) value "WASHINGTON".
           05 filler pic x(10) value "WEST".
           05 filler pic x(30) value "San Francisco".
           05 filler pic x(2)  value "CA".
           05 filler pic x(20) value "CALIFORNIA".
           05 filler pic x(10) value "WEST".
           05 filler pic x(30) value "Los Angeles".
           05 filler pic x(2)  value "CA".
           05 filler pic x(20) value "CALIFORNIA".
           05 filler pic x(10) value "WEST".
           05 filler pic x(30) value "Portland".
           05 filler pic x(2)  value "OR".
           05 filler pic x(20) value "OREGON".
           05 filler pic x(10) value "WEST".
       01 loc-seed-list redefines loc-seed-table.
           05 loc-seed-entry occurs 30.
               10 loc-seed-city pic x(30).
               10 loc-seed-state pic x(2).
               10 loc-seed-state-name pic x(20).
               10 loc-seed-region pic x(10).
       01 loc-seed-idx pic 9(3).
       01 loc-region-table.
           05 filler pic x(10) value "NORTHEAST".
           05 filler pic x(10) value "SOUTHEAST".
           05 filler pic x(10) value "MIDWEST".
           05 filler pic x(10) value "SOUTHWEST".
           05 filler pic x(10) value "WEST".
       01 loc-region-list redefines loc-region-table.
           05 loc-region-name occurs 5 pic x(10).
*> The reference list held in memory for matching, loaded once
       01 loc-loaded-flag pic x(1) value 'N'.
           88 loc-table-loaded value 'Y'.
       01 loc-tbl-count pic 9(3) value 0.
       01 loc-tbl-table.
           05 loc-tbl-entry occurs 300.
               10 loc-tbl-key pic x(40).
               10 loc-tbl-city pic x(30).
               10 loc-tbl-city-norm pic x(30).
               10 loc-tbl-state pic x(2).
               10 loc-tbl-state-name pic x(20).
               10 loc-tbl-region pic x(10).
               10 loc-tbl-status pic x(1).
*> Free text being matched, and its normalized form: upper case,
*> punctuation turned to spaces, runs of spaces squeezed to one
       01 loc-input pic x(100).
       01 loc-norm pic x(100).
       01 loc-work pic x(100).
       01 loc-cand pic x(100).
       01 loc-ch-idx pic 9(3).
       01 loc-out-idx pic 9(3).
       01 loc-prev-space pic x(1).
       01 loc-retired-flag pic x(1) value 'N'.
           88 loc-with-retired value 'Y'.
       01 loc-remote-flag pic x(1) value 'N'.
           88 loc-is-remote value 'Y'.
       01 loc-match-count pic 9(2) value 0.
       01 loc-match-table.
           05 loc-match-idx occurs 10 pic 9(3).
       01 loc-idx pic 9(3).
       01 loc-pick pic 9(3).
       01 loc-picked pic 9(3) value 0.
       01 loc-num-disp pic z(2)9.
       01 loc-done-flag pic x(1) value 'N'.
           88 loc-done value 'Y'.
       01 loc-hit-flag pic x(1) value 'N'.
           88 loc-hit value 'Y'.
*> Student-side browse filters
       01 loc-filter-region pic x(10) value spaces.
       01 loc-filter-mode pic x(6) value spaces.
       01 loc-filter-key pic x(40) value spaces.
       01 loc-mode-label pic x(8).
*> Salary ranges by region
       01 sal-reg-count pic 9(2) value 0.
       01 sal-reg-table.
           05 sal-reg-entry occurs 8.
               10 sal-reg-key pic x(20).
               10 sal-reg-min pic 9(7).
               10 sal-reg-max pic 9(7).
               10 sal-reg-jobs pic 9(4).
*> Placement by the posting's region
       01 plc-reg-count pic 9(2) value 0.
       01 plc-reg-table.
           05 plc-reg-entry occurs 8.
               10 plc-reg-key pic x(20).
               10 plc-reg-sub pic 9(5).
               10 plc-reg-acc pic 9(5).
       01 plc-slot pic 9(2).

*>-----posting eligibility variables-----
       01 eligibility-status pic xx.
           88 eligibility-ok               value "00".
           88 eligibility-missing          value "35".
*> The rules being captured, held across the posting's own write
       01 elg-hold pic x(500).
       01 elg-lookup-key pic x(200).
       01 elg-student pic x(100).
       01 elg-found-flag pic x(1) value 'N'.
           88 elg-found value 'Y'.
       01 elg-result-flag pic x(1) value 'Y'.
           88 elg-eligible value 'Y'.
       01 elg-rule-action pic x(5) value "BLOCK".
           88 elg-refuses value "BLOCK".
       01 elg-reason pic x(60) value spaces.
       01 elg-idx pic 9(2).
       01 elg-hit-count pic 9(3).
       01 elg-bad-flag pic x(1) value 'N'.
           88 elg-input-bad value 'Y'.
       01 elg-year-split.
           05 elg-year-in occurs 6 times pic x(10).
       01 elg-major-split.
           05 elg-major-in occurs 5 times pic x(60).
       01 elg-major-work pic x(100).
       01 elg-num-disp pic z9.
       01 elg-have-disp pic z9.
       01 elg-rule-flag pic x(1) value 'N'.
           88 elg-rule-set value 'Y'.
       01 elg-line pic x(200).

*>-----credit internship variables-----
       01 credit-internship-status pic xx.
           88 credit-ok                    value "00".
           88 credit-missing               value "35".
       01 credit-grades-status pic xx.
       01 crd-list-count pic 9(3) value 0.
       01 crd-list-table.
           05 crd-list-key occurs 50 times pic x(301).
       01 crd-idx pic 9(3).
       01 crd-pick pic 9(3).
       01 crd-num-disp pic z(2)9.
       01 crd-done-flag pic x(1) value 'N'.
           88 crd-done value 'Y'.
       01 crd-ok-flag pic x(1) value 'N'.
           88 crd-input-ok value 'Y'.
       01 crd-access-flag pic x(1) value 'N'.
           88 crd-can-supervise value 'Y'.
       01 crd-eval-which pic x(1).
           88 crd-eval-mid value 'M'.
           88 crd-eval-final value 'F'.
       01 crd-rating pic 9(1).
       01 crd-comments pic x(200).
       01 crd-hours-disp pic z9.
       01 crd-today pic x(8).
       01 crd-written-count pic 9(5) value 0.
       01 crd-pending-count pic 9(5) value 0.
       01 crd-hours-total pic 9(7) value 0.
       01 crd-count-disp pic z(4)9.
       01 crd-total-disp pic z(6)9.
*> Grades the faculty sponsor may sign off with
       01 crd-grade-values.
           05 filler pic x(24) value "A A-B+B B-C+C C-D F P NP".
       01 crd-grade-table redefines crd-grade-values.
           05 crd-grade-entry occurs 12 times pic x(2).

*>-----posting billing variables-----
       01 billing-price-status pic xx.
           88 billing-price-ok             value "00".
           88 billing-price-missing        value "35".
       01 billing-event-status pic xx.
           88 billing-event-ok             value "00".
           88 billing-event-missing        value "35".
       01 invoice-file-status pic xx.
       01 invoice-control-status pic xx.
       01 inv-file-name pic x(40) value spaces.
*> Starter price table written the first time the file is empty
       01 bil-seed-table.
           05 filler pic x(10) value "STANDARD".
           05 filler pic x(40) value "Outside employer".
           05 filler pic 9(5)v99 value 150.00.
           05 filler pic 9(5)v99 value 100.00.
           05 filler pic 9(3) value 14.
           05 filler pic x(10) value "PARTNER".
           05 filler pic x(40) value "Career-services partner employer".
           05 filler pic 9(5)v99 value 75.00.
           05 filler pic 9(5)v99 value 50.00.
           05 filler pic 9(3) value 14.
           05 filler pic x(10) value "STARTUP".
           05 filler pic x(40) value "Start-up (under 50 staff)".
           05 filler pic 9(5)v99 value 50.00.
           05 filler pic 9(5)v99 value 40.00.
           05 filler pic 9(3) value 14.
           05 filler pic x(10) value "NONPROFIT".
           05 filler pic x(40) value "Non-profit or public sector".
           05 filler pic 9(5)v99 value 0.
           05 filler pic 9(5)v99 value 25.00.
           05 filler pic 9(3) value 14.
       01 bil-seed-list redefines bil-seed-table.
           05 bil-seed-entry occurs 4 times.
               10 bil-seed-tier pic x(10).
               10 bil-seed-description pic x(40).
               10 bil-seed-posting-fee pic 9(5)v99.
               10 bil-seed-featured-fee pic 9(5)v99.
               10 bil-seed-featured-days pic 9(3).
       01 bil-idx pic 9(3).
       01 bil-pick pic 9(3).
       01 bil-num-disp pic z(2)9.
       01 bil-tier-count pic 9(3) value 0.
       01 bil-tier-table.
           05 bil-tier-entry occurs 20 times pic x(10).
*> Inputs to recordBillableEvent
       01 bil-company-key pic x(100).
       01 bil-job-key pic x(200).
       01 bil-job-title pic x(100).
       01 bil-event-type pic x(8).
       01 bil-featured-from pic x(8).
       01 bil-featured-until pic x(8).
*> The company's tier and its row of the price table
       01 bil-tier pic x(10).
       01 bil-price-found-flag pic x(1) value 'N'.
           88 bil-price-found value 'Y'.
       01 bil-amount pic 9(7)v99 value 0.
       01 bil-amount-disp pic z(6)9.99.
       01 bil-days-disp pic z(2)9.
       01 bil-today pic x(8).
       01 bil-date-int pic 9(8).
       01 bil-ok-flag pic x(1) value 'N'.
           88 bil-input-ok value 'Y'.
       01 bil-fee-work pic x(20).
*> Featured postings sort first - pass 1 takes them, pass 2 the rest
       01 bil-pass pic 9(1).
       01 bil-pass-flag pic x(1) value 'Y'.
           88 bil-pass-match value 'Y'.
       01 bil-featured-flag pic x(1) value 'N'.
           88 bil-is-featured value 'Y'.
*> Monthly INVOICE run
       01 inv-cutoff pic x(8).
       01 inv-period pic x(6).
       01 inv-seq pic 9(4) value 0.
       01 inv-seq-work pic 9(4) value 0.
       01 inv-number pic x(14).
       01 inv-open-flag pic x(1) value 'N'.
           88 inv-file-open value 'Y'.
       01 inv-company pic x(100).
       01 inv-company-name pic x(100).
       01 inv-company-tier pic x(10).
       01 inv-line-count pic 9(5) value 0.
       01 inv-company-total pic 9(9)v99 value 0.
       01 inv-invoice-count pic 9(5) value 0.
       01 inv-event-count pic 9(7) value 0.
       01 inv-grand-total pic 9(9)v99 value 0.
       01 inv-total-disp pic z(8)9.99.
       01 inv-count-disp pic z(6)9.

*>-----career fair booth variables-----
       01 career-fair-status pic xx.
           88 fair-ok               value "00".
           88 fair-missing          value "35".
       01 fair-booth-status pic xx.
           88 booth-ok              value "00".
           88 booth-missing         value "35".
       01 fair-booklet-status pic xx.
       01 fair-event-key pic x(120).
       01 fair-company pic x(100).
       01 fair-co-count pic 9(3) value 0.
       01 fair-co-table.
           05 fair-co-key occurs 10 pic x(100).
       01 fair-list-count pic 9(3) value 0.
       01 fair-list-table.
           05 fair-list-key occurs 50 pic x(220).
       01 fair-opt-count pic 9(3) value 0.
       01 fair-opt-table.
           05 fair-opt-key occurs 50 pic x(200).
       01 fair-pick-text pic x(100).
       01 fair-num-split.
           05 fair-num-in occurs 5 pic x(5).
       01 fair-pick-max pic 9(1) value 5.
       01 fair-pick-count pic 9(1) value 0.
       01 fair-pick-table.
           05 fair-pick-idx occurs 5 pic 9(3).
       01 fair-idx pic 9(3).
       01 fair-pick pic 9(3).
       01 fair-num-disp pic z(2)9.
       01 fair-done-flag pic x(1) value 'N'.
           88 fair-done value 'Y'.
       01 fair-ok-flag pic x(1) value 'N'.
           88 fair-input-ok value 'Y'.
       01 fair-event-flag pic x(1) value 'N'.
           88 fair-event-found value 'Y'.
       01 fair-setup-flag pic x(1) value 'N'.
           88 fair-is-setup value 'Y'.
       01 fair-number-flag pic x(1) value 'N'.
           88 fair-number-taken value 'Y'.
       01 fair-mine-flag pic x(1) value 'N'.
           88 fair-is-mine value 'Y'.
       01 fair-rebook-flag pic x(1) value 'N'.
           88 fair-rebook value 'Y'.
       01 fair-today pic x(8).
       01 fair-action pic x(1).
       01 fair-old-size pic x(6).
       01 fair-booth-work pic x(6).
       01 fair-booth-count pic 9(4) value 0.
       01 fair-units-used pic 9(4) value 0.
       01 fair-units-need pic 9(1) value 0.
       01 fair-booth-disp pic z(3)9.
       01 fair-cap-disp pic z(2)9.
       01 fair-posting-total pic 9(5) value 0.
       01 fair-posting-disp pic z(4)9.
       01 fair-desc-pos pic 9(3).
       01 fair-line pic x(150).

*>-----posting risk scoring variables-----
       01 risk-rule-status pic xx.
           88 risk-rule-ok          value "00".
           88 risk-rule-missing     value "35".
       01 risk-score-status pic xx.
           88 risk-score-ok         value "00".
           88 risk-score-missing    value "35".
       01 risk-seed-table.
           05 filler pic x(12) value "THRESHOLD".
           05 filler pic x(60) value "Score at which a posting is held for review".
           05 filler pic 9(3) value 50.
           05 filler pic 9(5) value 0.
           05 filler pic 9(5) value 0.
           05 filler pic x(300) value spaces.
           05 filler pic x(12) value "SALARY-HIGH".
           05 filler pic x(60) value "Pay far above other postings with the same title".
           05 filler pic 9(3) value 40.
           05 filler pic 9(5) value 150.
           05 filler pic 9(5) value 3.
           05 filler pic x(300) value spaces.
           05 filler pic x(12) value "PAY-TRAINING".
           05 filler pic x(60) value "Asks the applicant to pay for training or a kit".
           05 filler pic 9(3) value 50.
           05 filler pic 9(5) value 0.
           05 filler pic 9(5) value 0.
           05 filler pic x(300) value "PAY FOR TRAINING|TRAINING FEE|STARTER KIT|REGISTRATION FEE|UPFRONT FEE|PURCHASE YOUR OWN EQUIPMENT|DEPOSIT THE CHECK|SEND A CHECK".
           05 filler pic x(12) value "PAYMENT-APP".
           05 filler pic x(60) value "Mentions payment apps, gift cards or wire transfers".
           05 filler pic 9(3) value 30.
           05 filler pic 9(5) value 0.
           05 filler pic 9(5) value 0.
           05 filler pic x(300) value "VENMO|CASHAPP|CASH APP|ZELLE|GIFT CARD|WIRE TRANSFER|MONEYGRAM|WESTERN UNION|BITCOIN".
           05 filler pic x(12) value "FREE-MAIL".
           05 filler pic x(60) value "Contact email on a free-mail domain".
           05 filler pic 9(3) value 30.
           05 filler pic 9(5) value 0.
           05 filler pic 9(5) value 0.
           05 filler pic x(300) value "@GMAIL.COM|@YAHOO.COM|@HOTMAIL.COM|@OUTLOOK.COM|@AOL.COM|@ICLOUD.COM|@PROTONMAIL.COM|@GMX.COM".
           05 filler pic x(12) value "UNVERIFIED".
           05 filler pic x(60) value "Company page not verified by career services".
           05 filler pic 9(3) value 20.
           05 filler pic 9(5) value 0.
           05 filler pic 9(5) value 0.
           05 filler pic x(300) value spaces.
       01 risk-seed-list redefines risk-seed-table.
           05 risk-seed-entry occurs 6 times.
               10 risk-seed-code pic x(12).
               10 risk-seed-description pic x(60).
               10 risk-seed-points pic 9(3).
               10 risk-seed-limit-1 pic 9(5).
               10 risk-seed-limit-2 pic 9(5).
               10 risk-seed-words pic x(300).
       01 risk-source pic x(8).
       01 risk-release-status pic x(10).
       01 risk-score pic 9(4) value 0.
       01 risk-threshold pic 9(3) value 0.
       01 risk-held-flag pic x(1) value 'N'.
           88 risk-held value 'Y'.
       01 risk-fired-flag pic x(1) value 'N'.
           88 risk-fired value 'Y'.
       01 risk-hit-count pic 9(1) value 0.
       01 risk-hit-table.
           05 risk-hit occurs 6.
               10 risk-hit-code pic x(12).
               10 risk-hit-points pic 9(3).
       01 risk-rule-count pic 9(3) value 0.
       01 risk-rule-table.
           05 risk-rule-entry occurs 10 pic x(500).
       01 risk-text pic x(700).
       01 risk-contact pic x(100).
       01 risk-search-text pic x(810).
       01 risk-word-table.
           05 risk-word occurs 10 pic x(60).
       01 risk-len pic 9(3).
       01 risk-tally pic 9(4).
       01 risk-idx pic 9(3).
       01 risk-rdx pic 9(3).
       01 risk-wdx pic 9(3).
       01 risk-slot pic 9(3).
       01 risk-pick pic 9(3).
       01 risk-num-disp pic z(2)9.
       01 risk-score-disp pic z(2)9.
       01 risk-threshold-disp pic z(2)9.
       01 risk-count-disp pic z(4)9.
       01 risk-job-save pic x(2500).
       01 risk-title pic x(100).
       01 risk-pay pic 9(9) value 0.
       01 risk-own-pay pic 9(9) value 0.
       01 risk-peer-max pic 9(9) value 0.
       01 risk-peer-count pic 9(5) value 0.
       01 risk-list-count pic 9(3) value 0.
       01 risk-jobs-open-flag pic x(1) value 'N'.
              88 risk-jobs-open value 'Y'.
       01 risk-list-table.
           05 risk-list-key occurs 50 pic x(214).
       01 risk-decision pic x(8).
       01 risk-note pic x(100).
       01 risk-week-from pic x(8).
       01 risk-week-scored pic 9(5) value 0.
       01 risk-week-held pic 9(5) value 0.
       01 risk-week-released pic 9(5) value 0.
       01 risk-week-rejected pic 9(5) value 0.
       01 risk-week-waiting pic 9(5) value 0.
       01 risk-wk-count pic 9(3) value 0.
       01 risk-week-table.
           05 risk-wk-entry occurs 10.
               10 risk-wk-code pic x(12).
               10 risk-wk-fired pic 9(5).
               10 risk-wk-held pic 9(5).
               10 risk-wk-released pic 9(5).
               10 risk-wk-rejected pic 9(5).

*>-----language-switchable message string variables-----
       01 lang-status pic xx.
       01 pymk-swap-mutual pic 9(4).
       01 pymk-selected-index pic 9(4) value 0.

*>-----brokered introduction variables-----
       01 introduction-status pic xx.
              88 introduction-ok      value "00".
              88 introduction-missing value "35".
       01 intro-existing-flag pic x(1) value 'N'.
              88 intro-existing value 'Y'.
       01 intro-mutual-count pic 9(4) value 0.
       01 intro-mutuals.
           05 intro-mutual-entry occurs 100 pic x(100).
       01 intro-mutual-idx pic 9(4).
       01 intro-ask-target pic x(100).
       01 intro-ask-introducer pic x(100).
       01 intro-list-count pic 9(4) value 0.
       01 intro-list-keys.
           05 intro-list-key-entry occurs 50 pic x(204).
       01 intro-selected-index pic 9(4) value 0.
       01 intro-save-note pic x(100).
       01 intro-decision pic x(10).
       01 intro-other-count pic 9(4) value 0.
       *> Set by sendConnectionRequest when the request was written
       01 conn-request-sent-flag pic x(1) value 'N'.
              88 conn-request-sent value 'Y'.

*>-----profile visibility variables-----
       01 profile-access-level pic x(1) value 'F'.
              88 profile-access-full    value 'F'.
       01 cvold-app-file-status pic xx.
       01 cvold-company-file-status pic xx.
       01 cvold-rsvp-file-status pic xx.
       01 cvold-event-file-status pic xx.
       01 cvold-interview-file-status pic xx.
       01 cvold-offers-file-status pic xx.
       01 cvold-skill-file-status pic xx.
       01 cvold-msg-file-status pic xx.
       01 cvold-conn-file-status pic xx.
       01 conv-acct-src-name pic x(30) value "acct-database.dat".
       01 conv-acct-old-name pic x(30) value "acct-database.old".
       01 conv-job-src-name pic x(30) value "job-database.dat".
       01 conv-company-old-name pic x(30) value "company-database.old".
       01 conv-rsvp-src-name pic x(30) value "event-rsvps.dat".
       01 conv-rsvp-old-name pic x(30) value "event-rsvps.old".
       01 conv-event-src-name pic x(30) value "events-database.dat".
       01 conv-event-old-name pic x(30) value "events-database.old".
       01 conv-interview-src-name pic x(30) value "interview-database.dat".
       01 conv-interview-old-name pic x(30) value "interview-database.old".
       01 conv-offers-src-name pic x(30) value "offers-database.dat".
       01 conv-offers-old-name pic x(30) value "offers-database.old".
       01 conv-skill-src-name pic x(30) value "skills-database.dat".
       01 conv-skill-old-name pic x(30) value "skills-database.old".
       01 conv-msg-src-name pic x(30) value "message-database.dat".
       01 conv-msg-old-name pic x(30) value "message-database.old".
       01 conv-conn-src-name pic x(30) value "connection-database.dat".
       01 conv-conn-old-name pic x(30) value "connection-database.old".
       01 conv-skill-count pic 9(5) value 0.
       01 conv-target-open pic x(1) value 'N'.
       01 conv-record-count pic 9(5) value 0.
       01 conv-idx pic 9(1).

       01 mod-list-ids.
           05 mod-list-id-entry occurs 50 pic 9(5).
       01 mod-selected-index pic 9(4) value 0.
       *> Whether a report's posting or account is within the
       *> signed-in operator's campus
       01 mod-in-scope-flag pic x(1) value 'Y'.
              88 mod-in-scope value 'Y'.
       01 mod-report-type pic x(8).
       01 mod-report-key pic x(301).

*>-----message content filter variables-----
       01 message-filter-status pic xx.
              88 mfilter-ok              value "00".
              88 mfilter-missing         value "35".
       01 quarantine-status pic xx.
              88 quarantine-ok           value "00".
              88 quarantine-missing      value "35".
       01 mflt-loaded-flag pic x(1) value 'N'.
           88 mflt-loaded value 'Y'.
       01 mflt-tbl-count pic 9(3) value 0.
       01 mflt-table.
           05 mflt-tbl-entry occurs 100.
               10 mflt-tbl-term     pic x(60).
               10 mflt-tbl-category pic x(10).
               10 mflt-tbl-match    pic x(1).
               10 mflt-tbl-status   pic x(1).
       01 mflt-text pic x(502).
       01 mflt-word-text pic x(502).
       01 mflt-hay pic x(502).
       01 mflt-frags.
           05 mflt-frag occurs 4 pic x(60).
       01 mflt-needle pic x(62).
       01 mflt-idx pic 9(3).
       01 mflt-fdx pic 9(3).
       01 mflt-pos pic 9(3).
       01 mflt-scan pic 9(3).
       01 mflt-at pic 9(3).
       01 mflt-len pic 9(3).
       01 mflt-last pic 9(3).
       01 mflt-pick pic 9(3).
       01 mflt-num-disp pic z(2)9.
       01 mflt-match-flag pic x(1) value 'N'.
           88 mflt-term-matched value 'Y'.
       01 mflt-hit-flag pic x(1) value 'N'.
           88 mflt-hit value 'Y'.
       01 mflt-hit-term pic x(60).
       01 mflt-hit-category pic x(10).
       *> Set while the operator releases a held message, so its
       *> delivery is not filtered a second time
       01 mflt-release-flag pic x(1) value 'N'.
           88 mflt-releasing value 'Y'.
       01 mflt-held-flag pic x(1) value 'N'.
           88 mflt-still-held value 'Y'.
       01 mflt-decision pic x(1).
       01 mflt-next-id pic 9(7) value 0.

*>-----people-search index variables-----
       01 search-index-status pic xx.
              88 search-index-ok      value "00".
       01 offer-days-left pic s9(4) value 0.
       01 offer-found-flag pic x(1) value 'N'.
              88 offer-on-file value 'Y'.
       *> The accept/decline key the student pressed, kept across the
       *> renege confirmation
       01 ofr-choice pic x(1).
       01 ofr-today pic x(8).
       *> Days before the deadline the nightly pass sends the one
       *> reminder (INCOLLEGE_OFFER_REMIND_DAYS overrides)
       01 ofr-remind-days pic 9(2) value 3.
       01 ofr-remind-days-env pic x(2).
       01 ofr-checked-count pic 9(5) value 0.
       01 ofr-expired-count pic 9(5) value 0.
       01 ofr-reminded-count pic 9(5) value 0.
       01 ofr-count-disp pic zzzz9.
       *> The ACCEPTED offer already held when another is accepted
       01 ofr-held-flag pic x(1) value 'N'.
              88 ofr-held value 'Y'.
       01 ofr-held-key pic x(301).
       01 ofr-held-employer pic x(100).
       01 ofr-held-title pic x(100).
       01 ofr-this-key pic x(301).
       01 ofr-advisor-count pic 9(3) value 0.
       *> Renege report tallies - S rows by student, E rows by the
       *> employer reneged on
       01 ofr-renege-count pic 9(5) value 0.
       01 ofr-group-max pic 9(3) value 200.
       01 ofr-group-count pic 9(3) value 0.
       01 ofr-group-table.
           05 ofr-group-row occurs 200 times.
               10 ofr-group-kind pic x(1).
               10 ofr-group-key pic x(100).
               10 ofr-group-n pic 9(5).
       01 ofr-gdx pic 9(3).
       01 ofr-bucket-kind pic x(1).
       01 ofr-bucket-key pic x(100).
       01 ofr-groups-truncated-flag pic x(1) value 'N'.

*>-----backup and restore variables-----
       01 bkp-manifest-status pic xx.
       01 bkp-dst-name pic x(60).
       01 bkp-copied-count pic 9(2) value 0.
       01 bkp-verify-ok pic x(1) value 'Y'.
*> Set when the manifest carries the MASK job's stamp line - a masked
*> set is test data and never goes back into production
       01 bkp-masked-flag pic x(1) value 'N'.
              88 bkp-masked-set value 'Y'.
       01 bkp-split-name pic x(30).
       01 bkp-split-size pic x(18).
       01 bkp-size-display pic 9(18).
           05 filler pic x(30) value "batch-run-ledger.dat".
           05 filler pic x(30) value "audit-chain.dat".
           05 filler pic x(30) value "retention-policies.dat".
           05 filler pic x(30) value "job-chain.dat".
           05 filler pic x(30) value "job-chain-state.dat".
           05 filler pic x(30) value "message-archive.dat".
           05 filler pic x(30) value "audit-archive-index.txt".
           05 filler pic x(30) value "audit-chain-base.dat".
           05 filler pic x(30) value "pending-approvals.dat".
           05 filler pic x(30) value "skill-questions.dat".
           05 filler pic x(30) value "skill-attempts.dat".
           05 filler pic x(30) value "skill-completions.dat".
           05 filler pic x(30) value "job-skills.dat".
           05 filler pic x(30) value "job-stages.dat".
           05 filler pic x(30) value "stage-history.dat".
           05 filler pic x(30) value "eeo-selfid.dat".
           05 filler pic x(30) value "closeout-notices.dat".
           05 filler pic x(30) value "talent-pools.dat".
           05 filler pic x(30) value "job-invites.dat".
           05 filler pic x(30) value "locations.dat".
           05 filler pic x(30) value "job-eligibility.dat".
           05 filler pic x(30) value "credit-internships.dat".
           05 filler pic x(30) value "billing-prices.dat".
           05 filler pic x(30) value "billing-events.dat".
           05 filler pic x(30) value "career-fairs.dat".
           05 filler pic x(30) value "fair-booths.dat".
           05 filler pic x(30) value "message-filters.dat".
           05 filler pic x(30) value "message-quarantine.dat".
           05 filler pic x(30) value "risk-rules.dat".
           05 filler pic x(30) value "risk-scores.dat".
           05 filler pic x(30) value "operators.dat".
           05 filler pic x(30) value "support-sessions.dat".
           05 filler pic x(30) value "company-reviews.dat".
           05 filler pic x(30) value "introductions.dat".
           05 filler pic x(30) value "organizations.dat".
           05 filler pic x(30) value "org-members.dat".
           05 filler pic x(30) value "org-posts.dat".
           05 filler pic x(30) value "timesheets.dat".
           05 filler pic x(30) value "employer-contacts.dat".
           05 filler pic x(30) value "appointments.dat".
           05 filler pic x(30) value "transcripts.dat".
           05 filler pic x(30) value "scheduled-messages.dat".
           05 filler pic x(30) value "report-distribution.dat".
           05 filler pic x(30) value "batch-control.dat".
           05 filler pic x(30) value "institution-calendar.dat".
           05 filler pic x(30) value "job-checkpoints.dat".
           05 filler pic x(30) value "legal-holds.dat".
           05 filler pic x(30) value "ats-partners.dat".
           05 filler pic x(30) value "ats-sent.dat".
           05 filler pic x(30) value "campuses.dat".
           05 filler pic x(30) value "operator-campus.dat".
       01 bkp-file-list redefines bkp-file-table.
           05 bkp-file-entry occurs 92 pic x(30).

*>-----masked copy variables-----
       01 msk-out-name pic x(60) value spaces.
       01 msk-out-status pic xx.
       01 msk-stamp pic x(14).
       01 msk-file-count pic 9(3) value 0.
       01 msk-masked-file-count pic 9(3) value 0.
       01 msk-record-count pic 9(7) value 0.
       01 msk-failed-count pic 9(3) value 0.
       *> Rewritten keys (reference names, name tokens, outside
       *> addresses) that landed on a key already written
       01 msk-collision-count pic 9(7) value 0.
       *> Files holding personal data with no masked rewrite - left
       *> out of the set rather than copied raw
       01 msk-left-out-count pic 9(3) value 0.
       01 msk-file-ok-flag pic x(1) value 'N'.
              88 msk-file-ok value 'Y'.
              88 msk-file-left-out value 'L'.
       01 msk-acct-found-flag pic x(1) value 'N'.
              88 msk-acct-found value 'Y'.
       *> Deterministic hash of a name key or address - the same input
       *> always gives the same fake value, in every file
       01 msk-hash-in pic x(200).
       01 msk-hash pic 9(18) comp.
       01 msk-hash-q pic 9(18) comp.
       01 msk-hash-len pic 9(3).
       01 msk-hash-idx pic 9(3).
       01 msk-hash-digits pic 9(9).
       01 msk-first-idx pic 9(2).
       01 msk-last-idx pic 9(2).
       01 msk-first-out pic x(12).
       01 msk-last-out pic x(12).
       01 msk-name-out pic x(100).
       01 msk-email-out pic x(100).
       01 msk-ref-idx pic 9(1).
       01 msk-at-count pic 9(3).
       *> Mail spool line split - the eight leading fields, then the
       *> free-text body from msk-sp-ptr on
       01 msk-sp-fields.
           05 msk-sp-field occurs 8 pic x(100).
       01 msk-sp-ptr pic 9(4).
       01 msk-sp-idx pic 9(1).
       01 msk-line-ptr pic 9(4).
       01 msk-masked-line pic x(900).
       01 msk-first-name-table.
           05 filler pic x(12) value "Alex".
           05 filler pic x(12) value "Avery".
           05 filler pic x(12) value "Bailey".
           05 filler pic x(12) value "Blake".
           05 filler pic x(12) value "Cameron".
           05 filler pic x(12) value "Casey".
           05 filler pic x(12) value "Dana".
           05 filler pic x(12) value "Devon".
           05 filler pic x(12) value "Drew".
           05 filler pic x(12) value "Elliot".
           05 filler pic x(12) value "Ellis".
           05 filler pic x(12) value "Emery".
           05 filler pic x(12) value "Finley".
           05 filler pic x(12) value "Frankie".
           05 filler pic x(12) value "Gale".
           05 filler pic x(12) value "Harper".
           05 filler pic x(12) value "Hayden".
           05 filler pic x(12) value "Jamie".
           05 filler pic x(12) value "Jesse".
           05 filler pic x(12) value "Jordan".
           05 filler pic x(12) value "Kai".
           05 filler pic x(12) value "Kendall".
           05 filler pic x(12) value "Lane".
           05 filler pic x(12) value "Logan".
           05 filler pic x(12) value "Marley".
           05 filler pic x(12) value "Micah".
           05 filler pic x(12) value "Morgan".
           05 filler pic x(12) value "Nico".
           05 filler pic x(12) value "Noel".
           05 filler pic x(12) value "Oakley".
           05 filler pic x(12) value "Oren".
           05 filler pic x(12) value "Parker".
           05 filler pic x(12) value "Peyton".
           05 filler pic x(12) value "Quinn".
           05 filler pic x(12) value "Reese".
           05 filler pic x(12) value "Riley".
           05 filler pic x(12) value "Robin".
           05 filler pic x(12) value "Rowan".
           05 filler pic x(12) value "Sage".
           05 filler pic x(12) value "Sawyer".
           05 filler pic x(12) value "Shawn".
           05 filler pic x(12) value "Skyler".
           05 filler pic x(12) value "Sydney".
           05 filler pic x(12) value "Taylor".
           05 filler pic x(12) value "Terry".
           05 filler pic x(12) value "Tristan".
           05 filler pic x(12) value "Val".
           05 filler pic x(12) value "Wren".
           05 filler pic x(12) value "Jody".
           05 filler pic x(12) value "Kerry".
       01 msk-first-name-list redefines msk-first-name-table.
           05 msk-first-name occurs 50 pic x(12).
       01 msk-last-name-table.
           05 filler pic x(12) value "Abbott".
           05 filler pic x(12) value "Ashby".
           05 filler pic x(12) value "Barker".
           05 filler pic x(12) value "Bramley".
           05 filler pic x(12) value "Bristow".
           05 filler pic x(12) value "Carver".
           05 filler pic x(12) value "Colby".
           05 filler pic x(12) value "Crane".
           05 filler pic x(12) value "Dalton".
           05 filler pic x(12) value "Denholm".
           05 filler pic x(12) value "Dunmore".
           05 filler pic x(12) value "Easton".
           05 filler pic x(12) value "Elston".
           05 filler pic x(12) value "Everett".
           05 filler pic x(12) value "Fairley".
           05 filler pic x(12) value "Farrow".
           05 filler pic x(12) value "Fletcher".
           05 filler pic x(12) value "Garrison".
           05 filler pic x(12) value "Gilmore".
           05 filler pic x(12) value "Hale".
           05 filler pic x(12) value "Hartley".
           05 filler pic x(12) value "Ingram".
           05 filler pic x(12) value "Irving".
           05 filler pic x(12) value "Jarvis".
           05 filler pic x(12) value "Keller".
           05 filler pic x(12) value "Kendrick".
           05 filler pic x(12) value "Langley".
           05 filler pic x(12) value "Lowell".
           05 filler pic x(12) value "Marsh".
           05 filler pic x(12) value "Mercer".
           05 filler pic x(12) value "Nash".
           05 filler pic x(12) value "Norwood".
           05 filler pic x(12) value "Oakes".
           05 filler pic x(12) value "Osborne".
           05 filler pic x(12) value "Pickett".
           05 filler pic x(12) value "Pruitt".
           05 filler pic x(12) value "Quinlan".
           05 filler pic x(12) value "Radley".
           05 filler pic x(12) value "Ramsey".
           05 filler pic x(12) value "Shelton".
           05 filler pic x(12) value "Sutton".
           05 filler pic x(12) value "Thornton".
           05 filler pic x(12) value "Tolliver".
           05 filler pic x(12) value "Underwood".
           05 filler pic x(12) value "Upton".
           05 filler pic x(12) value "Vance".
           05 filler pic x(12) value "Vickers".
           05 filler pic x(12) value "Wardell".
           05 filler pic x(12) value "Whitaker".
           05 filler pic x(12) value "Yates".
       01 msk-last-name-list redefines msk-last-name-table.
           05 msk-last-name occurs 50 pic x(12).

*>-----generated resume variables-----
       01 resume-doc-status pic xx.
           05 filler pic x(10) value "ANNOUNCE".
           05 filler pic x(10) value "NUDGE".
           05 filler pic x(10) value "SURVEY".
           05 filler pic x(10) value "INVITE".
           05 filler pic x(10) value "OFFER".
           05 filler pic x(10) value "SCHEDULED".
       01 npf-class-list redefines npf-class-table.
           05 npf-class-entry occurs 9 pic x(10).
       01 npf-label-table.
           05 filler pic x(40) value "Application status changes".
           05 filler pic x(40) value "Saved-search alerts at sign-in".
           05 filler pic x(40) value "Announcement banners at sign-in".
           05 filler pic x(40) value "Stale-application reminders".
           05 filler pic x(40) value "First-destination survey invitations".
           05 filler pic x(40) value "Employer invitations to apply".
           05 filler pic x(40) value "Offer deadline reminders and expiries".
           05 filler pic x(40) value "Scheduled messages and reminders".
       01 npf-label-list redefines npf-label-table.
           05 npf-label-entry occurs 9 pic x(40).
       01 npf-idx pic 9(2).
       01 npf-idx-disp pic 9(1).
       01 npf-selected pic 9(1) value 0.
       01 spool-queue-status pic x(10) value "PENDING".

*>-----work-study timesheet and payroll variables-----
       01 timesheet-status pic xx.
              88 timesheet-ok      value "00".
              88 timesheet-missing value "35".
       01 payroll-file-status pic xx.
       01 payroll-exceptions-status pic xx.
       01 wks-found-flag pic x(1) value 'N'.
              88 wks-found value 'Y'.
       01 wks-lookup-key pic x(200).
       01 wks-job-count pic 9(4) value 0.
       01 wks-job-table.
           05 wks-job-entry occurs 20.
               10 wks-job-key        pic x(200).
               10 wks-job-title      pic x(100).
               10 wks-job-rate       pic 9(3)v99.
               10 wks-job-funding    pic x(10).
               10 wks-job-cap        pic 9(5)v99.
               10 wks-job-supervisor pic x(100).
       01 wks-idx pic 9(4).
       01 wks-cur pic 9(4) value 0.
       01 wks-selected-index pic 9(4) value 0.
       *> Earnings of one student in one job, optionally leaving out
       *> one week (the one being entered again)
       01 wks-sum-student pic x(100).
       01 wks-sum-job-key pic x(200).
       01 wks-skip-week pic x(8).
       01 wks-show-weeks-flag pic x(1) value 'N'.
              88 wks-show-weeks value 'Y'.
       01 wks-paid-total pic 9(7)v99 value 0.
       01 wks-pending-total pic 9(7)v99 value 0.
       01 wks-remaining pic s9(7)v99 value 0.
       01 wks-week pic x(8).
       01 wks-hours pic 9(2)v99 value 0.
       01 wks-amount pic 9(5)v99 value 0.
       01 wks-cap pic 9(5)v99 value 0.
       01 wks-num-work pic x(20).
       01 wks-ok-flag pic x(1) value 'N'.
              88 wks-input-ok value 'Y'.
       01 wks-existing-flag pic x(1) value 'N'.
              88 wks-existing value 'Y'.
       *> Most hours a student may report for one week
       01 wks-max-weekly-hours pic 9(2)v99 value 40.
       01 wks-hours-disp pic z9.99.
       01 wks-rate-disp pic zz9.99.
       01 wks-amount-disp pic zzzz9.99.
       01 wks-total-disp pic zzzzzz9.99.
       01 wks-total-disp-2 pic zzzzzz9.99.
       01 wks-grand-disp pic zzzzzzzz9.99.
       01 wks-count-disp pic z(5)9.
       01 wks-list-count pic 9(4) value 0.
       01 wks-list-keys.
           05 wks-list-key-entry occurs 50 pic x(301).
       01 wks-decision pic x(1).
       *> Pay run
       01 wks-today pic x(8).
       01 wks-pay-count pic 9(6) value 0.
       01 wks-exception-count pic 9(6) value 0.
       01 wks-pay-hours-total pic 9(7)v99 value 0.
       01 wks-pay-amount-total pic 9(9)v99 value 0.
       01 wks-pair-count pic 9(4) value 0.
       01 wks-pair-table.
           05 wks-pair-entry occurs 500.
               10 wks-pair-student pic x(100).
               10 wks-pair-job-key pic x(200).
               10 wks-pair-paid    pic 9(7)v99.
       01 wks-pdx pic 9(4).
       01 wks-pair-found-flag pic x(1) value 'N'.
              88 wks-pair-found value 'Y'.
       01 wks-exception-reason pic x(20).
       *> A SUBMITTED week older than this many days is reported as
       *> waiting on its supervisor
       01 wks-stale-days pic 9(3) value 14.
       01 wks-age-days pic s9(6) value 0.

*>-----batch checkpoint variables-----
       01 checkpoint-status pic xx.
              88 checkpoint-ok      value "00".
              88 checkpoint-missing value "35".
       01 ckp-job-work pic x(12).
       01 ckp-active-flag pic x(1) value 'N'.
              88 ckp-active value 'Y'.
       01 ckp-restart-flag pic x(1) value 'N'.
              88 ckp-restarting value 'Y'.
       01 ckp-every pic 9(5) value 100.
       01 ckp-every-env pic x(5).
       01 ckp-since pic 9(5) value 0.
       01 ckp-step-work pic 9(4) value 0.
       01 ckp-key-work pic x(300).
       01 ckp-key-pending pic x(300).
*> Each job's running control totals, in its own order
       01 ckp-totals.
           05 ckp-total pic 9(12) occurs 6.
*> RECON checkpoints at the end of each of its file passes
       01 rcn-pass-no pic 9(2) value 0.
       01 rg-restore-base pic x(30).
       01 rg-refused-flag pic x(1) value 'N'.
              88 rg-refused value 'Y'.

*>-----job chain variables-----
       01 job-chain-status pic xx.
       01 chain-state-status pic xx.
*> Tags every ledger line written while a chain runs
       01 chn-run-id pic x(16) value spaces.
       01 chn-run-word pic x(8) value spaces.
       01 chn-step-count pic 9(2) value 0.
       01 chn-state-count pic 9(2) value 0.
       01 chn-idx pic 9(2).
       01 chn-idx-2 pic 9(2).
       01 chn-dep-idx pic 9(1).
       01 chn-table.
           05 chn-step occurs 20.
               10 chn-step-name      pic x(12).
               10 chn-step-max-rc    pic 9(2).
               10 chn-step-dep-count pic 9(1).
               10 chn-step-dep       pic x(12) occurs 5.
               *> PENDING, DONE, FAILED or HELD
               10 chn-step-state     pic x(7).
               10 chn-step-rc        pic 9(2).
       01 chn-dep-work-table.
           05 chn-dep-work pic x(12) occurs 5.
       01 chn-split-kind pic x(4).
       01 chn-split-step pic x(20).
       01 chn-split-state pic x(16).
       01 chn-split-rc pic x(5).
       01 chn-split-deps pic x(80).
       01 chn-ptr pic 9(3).
       01 chn-bad-reason pic x(50).
       01 chn-dep-blocker pic x(12).
       01 chn-def-bad-flag pic x(1) value 'N'.
              88 chn-def-bad value 'Y'.
       01 chn-resume-flag pic x(1) value 'N'.
              88 chn-resuming value 'Y'.
       01 chn-dep-open-flag pic x(1) value 'N'.
              88 chn-dep-open value 'Y'.
       01 chn-ran-count pic 9(2) value 0.
       01 chn-failed-count pic 9(2) value 0.
       01 chn-held-count pic 9(2) value 0.
       01 chn-warn-count pic 9(2) value 0.
       01 chn-saved-job-name pic x(20).
       01 chn-saved-start-stamp pic x(14).
       01 chn-ledger-work pic x(80).

*>-----business date variables-----
       01 batch-control-status pic xx.
              88 batch-control-ok      value "00".
              88 batch-control-missing value "35".
       01 calendar-status pic xx.
              88 calendar-ok      value "00".
              88 calendar-missing value "35".
*> "Today" for the batch jobs - the control row's business date, or a
*> one-run as-of date
       01 bdt-business-date pic x(8).
       01 bdt-day-basis pic x(1) value 'C'.
              88 bdt-count-business value 'B'.
       01 bdt-as-of-in pic x(20).
       01 bdt-as-of-job-in pic x(20).
       01 bdt-as-of-refused-flag pic x(1) value 'N'.
              88 bdt-as-of-refused value 'Y'.
       01 bdt-rolled-flag pic x(1) value 'N'.
              88 bdt-rolled value 'Y'.
       01 bdt-roll-target pic 9(8) value 0.
       01 bdt-roll-target-x pic x(8).
       01 bdt-choice pic x(1).
       01 bdt-from-int pic 9(8) comp.
       01 bdt-to-int pic 9(8) comp.
       01 bdt-result-int pic 9(8) comp.
       01 bdt-walk-int pic 9(8) comp.
       01 bdt-span pic 9(5) value 0.
       01 bdt-walked pic 9(5) value 0.
       01 bdt-day-count pic s9(5) value 0.
       01 bdt-dow pic 9(1).
       01 bdt-business-day-flag pic x(1) value 'Y'.
              88 bdt-business-day value 'Y'.
*> Holiday and break ranges off the institutional calendar
       01 bdt-cal-loaded-flag pic x(1) value 'N'.
              88 bdt-cal-loaded value 'Y'.
       01 bdt-off-count pic 9(3) value 0.
       01 bdt-off-idx pic 9(3).
       01 bdt-off-table.
           05 bdt-off-entry occurs 200.
               10 bdt-off-from pic 9(8) comp.
               10 bdt-off-to   pic 9(8) comp.
*> Calendar maintenance list
       01 bdt-list-count pic 9(3) value 0.
       01 bdt-selected-index pic 9(3) value 0.
       01 bdt-list-keys.
           05 bdt-list-key-entry occurs 100 pic x(16).

*>-----report distribution variables-----
       01 distribution-status pic xx.
              88 distribution-ok      value "00".
              88 distribution-missing value "35".
*> Every batch job name and the file its report is left in (the rest
*> of what a job prints goes to output.txt)
       01 dst-job-table.
           05 filler pic x(12) value "DIGEST".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "EXPORT".
           05 filler pic x(48) value "jobs-export.csv".
           05 filler pic x(12) value "SWEEP".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "RECON".
           05 filler pic x(48) value "recon-report.txt".
           05 filler pic x(12) value "BACKUP".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "IMPORT".
           05 filler pic x(48) value "jobs-import-report.txt".
           05 filler pic x(12) value "CONVERT".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "ROLLOVER".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "SURVEY".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "NUDGE".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "EEO".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "INBOUND".
           05 filler pic x(48) value "mail-inbound-report.txt".
           05 filler pic x(12) value "MAILSTAT".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "SYNDICATE".
           05 filler pic x(48) value "jobs-syndication.txt".
           05 filler pic x(12) value "AUDITCHK".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "RETAIN".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "REORG".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "REPLAY".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "HEALTH".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "ROSTER".
           05 filler pic x(48) value "roster-import-report.txt".
           05 filler pic x(12) value "INVOICE".
           05 filler pic x(48) value "invoice-control.txt".
           05 filler pic x(12) value "COMPLETENESS".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "OFFERS".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "RISK".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "CREDIT".
           05 filler pic x(48) value "credit-grades.txt".
           05 filler pic x(12) value "PAYROLL".
           05 filler pic x(48) value "payroll-hours.txt and payroll-exceptions.txt".
           05 filler pic x(12) value "ENROLL".
           05 filler pic x(48) value "enrollment-feed-report.txt".
           05 filler pic x(12) value "SENDLATER".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "ROLLDATE".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "CHAIN".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "HOLDS".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "MASK".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "ATSOUT".
           05 filler pic x(48) value "output.txt".
           05 filler pic x(12) value "ATSIN".
           05 filler pic x(48) value "ats-exceptions.txt".
       01 dst-job-list redefines dst-job-table.
           05 dst-job-row occurs 34.
               10 dst-job-name   pic x(12).
               10 dst-job-report pic x(48).
       01 dst-job-count pic 9(2) value 34.
       01 dst-idx pic 9(2).
       01 dst-job-work pic x(20).
       01 dst-today pic x(8).
       01 dst-rc pic 9(2) value 0.
       01 dst-report-name pic x(60).
       01 dst-exceptions pic 9(7) value 0.
       01 dst-has-exceptions-flag pic x(1) value 'N'.
              88 dst-has-exceptions value 'Y'.
       01 dst-due-flag pic x(1) value 'N'.
              88 dst-due value 'Y'.
       01 dst-subject pic x(100).
       01 dst-summary pic x(500).
       01 dst-summary-work pic x(500) value spaces.
       01 dst-records-disp pic z(6)9.
       01 dst-count-disp pic zzzz9.
       01 dst-queued-count pic 9(4) value 0.
       01 dst-list-count pic 9(4) value 0.
       01 dst-list-keys.
           05 dst-list-key-entry occurs 50 pic x(120).
       01 dst-selected-index pic 9(4) value 0.
       01 dst-at-count pic 9(3) value 0.

*>-----scheduled message variables-----
       01 scheduled-status pic xx.
              88 scheduled-ok      value "00".
              88 scheduled-missing value "35".
       01 sch-now pic x(12).
       01 sch-when-work pic x(12) value spaces.
       01 sch-when-disp pic x(16).
       01 sch-date-in pic x(10).
       01 sch-time-in pic x(6).
       01 sch-hh pic 9(2).
       01 sch-mm pic 9(2).
       01 sch-time-ok-flag pic x(1) value 'Y'.
              88 sch-time-ok value 'Y'.
       01 sch-kind-work pic x(6).
       01 sch-next-id pic 9(8) value 0.
       01 sch-group-work pic 9(8) value 0.
       01 sch-written-count pic 9(4) value 0.
       01 sch-grp-count pic 9(4) value 0.
       01 sch-grp-table.
           05 sch-grp-row occurs 50.
               10 sch-grp-id     pic 9(8).
               10 sch-grp-when   pic x(12).
               10 sch-grp-kind   pic x(6).
               10 sch-grp-first  pic x(100).
               10 sch-grp-rcpts  pic 9(4).
               10 sch-grp-text   pic x(60).
       01 sch-grp-idx pic 9(4).
       01 sch-grp-found pic 9(4).
       01 sch-selected-index pic 9(4) value 0.
       01 sch-done-count pic 9(4) value 0.
       01 sch-released-count pic 9(5) value 0.
       01 sch-skipped-count pic 9(5) value 0.
       01 sch-skip-text pic x(40) value spaces.
       01 sch-new-text pic x(300).
       01 sch-count-disp pic zzzz9.
       01 sch-count-disp-2 pic zzzz9.

*>-----co-curricular transcript variables-----
       01 transcript-status pic xx.
              88 transcript-ok      value "00".
              88 transcript-missing value "35".
       01 transcript-doc-status pic xx.
       01 transcript-doc-filename pic x(120) value spaces.
       01 trn-line-buffer pic x(200).
       01 trn-line-work pic x(200) value spaces.
       01 trn-name-work pic x(60).
       01 trn-today pic x(8).
       01 trn-next-serial pic 9(8) value 0.
       01 trn-shown-count pic 9(4) value 0.
       *> Operator listing of issued transcripts - one holder, or
       *> blank for every transcript on file
       01 trn-list-user pic x(100) value spaces.
       01 trn-list-count pic 9(6) value 0.
       01 trn-list-disp pic zzzzz9.
       01 trn-events-total pic 9(4) value 0.
       01 trn-certs-total pic 9(4) value 0.
       01 trn-mentors-total pic 9(4) value 0.
       01 trn-meetings-total pic 9(5) value 0.
       01 trn-internships-total pic 9(4) value 0.
       01 trn-appointments-total pic 9(4) value 0.
       01 trn-count-disp pic zzzz9.
       01 trn-count-disp-2 pic zzzz9.
       01 trn-found-flag pic x(1) value 'N'.
              88 trn-found value 'Y'.

*>-----advisor appointment variables-----
       01 appointment-status pic xx.
              88 appointment-ok      value "00".
              88 appointment-missing value "35".
       01 appt-today pic x(8).
       01 appt-now pic x(12).
       01 appt-when-disp pic x(14).
       01 appt-new-when pic x(14).
       01 appt-notify-to pic x(100).
       01 appt-list-count pic 9(4) value 0.
       01 appt-list-keys.
           05 appt-list-key-entry occurs 50 pic x(112).
       01 appt-pick-count pic 9(4) value 0.
       01 appt-pick-keys.
           05 appt-pick-key-entry occurs 50 pic x(112).
       01 appt-selected-index pic 9(4) value 0.
       01 appt-past-count pic 9(4) value 0.
       01 appt-idx pic 9(4).
       01 appt-jdx pic 9(4).
       01 appt-dur-disp pic zz9.
       01 appt-date-work pic x(8).
       01 appt-time-work.
           05 appt-time-hh pic 9(2).
           05 appt-time-mm pic 9(2).
       01 appt-minute-of-day pic 9(4) value 0.
       01 appt-duration-work pic 9(3) value 30.
       01 appt-slot-total pic 9(2) value 0.
       01 appt-location-work pic x(60).
       01 appt-written pic 9(3) value 0.
       01 appt-skipped pic 9(3) value 0.
       01 appt-count-disp pic zz9.
       01 appt-count-disp-2 pic zz9.
       01 appt-found-flag pic x(1) value 'N'.
              88 appt-found value 'Y'.
       01 appt-booked-flag pic x(1) value 'N'.
              88 appt-was-booked value 'Y'.
       01 appt-mine-flag pic x(1) value 'N'.
              88 appt-mine value 'Y'.
       *> Set while rescheduling - the booking being given up
       01 appt-replacing-key pic x(112) value spaces.
       01 appt-reason-work pic x(100).
       01 appt-target-advisor pic x(100).
       01 appt-adv-count pic 9(2) value 0.
       01 appt-adv-list.
           05 appt-adv-entry occurs 10 pic x(100).
       01 appt-rpt-count pic 9(3) value 0.
       01 appt-rpt-table.
           05 appt-rpt-row occurs 50.
               10 appt-rpt-advisor   pic x(100).
               10 appt-rpt-slots     pic 9(5).
               10 appt-rpt-booked    pic 9(5).
               10 appt-rpt-attended  pic 9(5).
               10 appt-rpt-noshow    pic 9(5).
               10 appt-rpt-unused    pic 9(5).
               10 appt-rpt-cancelled pic 9(5).
       01 appt-rpt-full-flag pic x(1) value 'N'.
              88 appt-rpt-full value 'Y'.
       01 appt-slot-row pic 9(3) value 0.
       01 appt-pct pic 9(3) value 0.

*>-----employer relationship log variables-----
       01 employer-contact-status pic xx.
              88 employer-contact-ok      value "00".
              88 employer-contact-missing value "35".
       *> Who is at the keyboard - the operator ID or the advisor
       01 ecl-staff-id pic x(100).
       01 ecl-staff-kind pic x(8).
       01 ecl-today pic x(8).
       01 ecl-date-work pic x(8).
       01 ecl-ok-flag pic x(1) value 'N'.
              88 ecl-input-ok value 'Y'.
       01 ecl-next-seq pic 9(6) value 0.
       01 ecl-hold-record pic x(560).
       01 ecl-list-count pic 9(4) value 0.
       01 ecl-list-keys.
           05 ecl-list-key-entry occurs 50 pic x(106).
       01 ecl-selected-index pic 9(4) value 0.
       01 ecl-shown pic 9(4) value 0.
       01 ecl-other-overdue pic 9(4) value 0.
       01 ecl-mine-only-flag pic x(1) value 'N'.
              88 ecl-mine-only value 'Y'.
       01 ecl-due-only-flag pic x(1) value 'N'.
              88 ecl-due-only value 'Y'.
       01 ecl-due-word pic x(8).
       01 ecl-match-flag pic x(1) value 'N'.
              88 ecl-match value 'Y'.
       01 ecl-job-total pic 9(5) value 0.
       01 ecl-job-open-count pic 9(5) value 0.
       01 ecl-job-archived pic 9(5) value 0.
       01 ecl-hire-count pic 9(5) value 0.
       01 ecl-fair-count pic 9(4) value 0.
       01 ecl-decided-count pic 9(5) value 0.
       01 ecl-waiting-count pic 9(5) value 0.
       01 ecl-days pic s9(5) value 0.
       01 ecl-count-disp pic z(5)9.
       01 ecl-count-disp-2 pic z(5)9.
       01 ecl-count-disp-3 pic z(5)9.

*>-----student organization variables-----
       01 organization-status pic xx.
              88 organization-ok      value "00".
              88 organization-missing value "35".
       01 org-member-status pic xx.
              88 org-member-ok      value "00".
              88 org-member-missing value "35".
       01 org-post-status pic xx.
              88 org-post-ok      value "00".
              88 org-post-missing value "35".
       01 org-found-flag pic x(1) value 'N'.
              88 org-found value 'Y'.
       01 org-list-count pic 9(4) value 0.
       01 org-list-keys.
           05 org-list-key-entry occurs 50 pic x(60).
       01 org-selected-index pic 9(4) value 0.
       01 org-cur-key pic x(60).
       01 org-cur-name pic x(60).
       01 org-my-role pic x(10).
              88 org-i-am-officer value "OFFICER".
       01 org-my-status pic x(10).
              88 org-i-am-active  value "ACTIVE".
              88 org-i-am-pending value "PENDING".
       01 org-show-officers-flag pic x(1) value 'N'.
              88 org-show-officers value 'Y'.
       01 org-member-count pic 9(4) value 0.
       01 org-officer-count pic 9(4) value 0.
       01 org-pending-count pic 9(4) value 0.
       01 org-post-count pic 9(6) value 0.
       01 org-count-disp pic z(5)9.
       01 org-count-disp-2 pic z(5)9.
       01 org-board-pass pic x(1).
       01 org-thread-id pic 9(6) value 0.
       01 org-parent-for-post pic 9(6) value 0.
       01 org-new-post-id pic 9(6) value 0.
       01 org-post-text pic x(100).
       01 org-target-user pic x(100).
       01 org-req-count pic 9(4) value 0.
       01 org-req-list.
           05 org-req-entry occurs 50 pic x(100).
       01 org-notify-count pic 9(4) value 0.
       01 org-notify-list.
           05 org-notify-entry occurs 50 pic x(100).
       01 org-notify-idx pic 9(4).
       01 org-decision pic x(1).
       01 org-active-total pic 9(6) value 0.
       01 org-inactive-total pic 9(6) value 0.
       01 org-membership-total pic 9(6) value 0.
       *> Threads started by a member being purged - their replies
       *> go with them
       01 org-purge-count pic 9(4) value 0.
       01 org-purge-threads.
           05 org-purge-thread-entry occurs 100.
               10 org-purge-thread-org pic x(60).
               10 org-purge-thread-id  pic 9(6).
       01 org-purge-idx pic 9(4).
       01 org-purge-hit-flag pic x(1) value 'N'.
              88 org-purge-hit value 'Y'.
       *> When set, createEvent hosts the new event under this name
       *> rather than the signed-in user's
       01 event-host-override pic x(100) value spaces.

*>-----bulk messaging (merge fields) variables-----
       01 blk-template pic x(300).
       01 blk-work pic x(500).
       01 cert-shown-count pic 9(4) value 0.

*>-----skills-gap / jobs-unlocked variables-----
       01 gap-skill-id pic x(2) value spaces.
       01 gap-unlock-count pic 9(4) value 0.
       01 gap-missing-count pic 9(3) value 0.
       01 gap-have-count pic 9(3) value 0.
       01 gap-req-count pic 9(3) value 0.
       01 gap-this-ok pic x(1) value 'N'.
       01 gap-other-ok pic x(1) value 'N'.
       01 gap-idx pic 9(3).
       01 gap-today pic x(8).

*>-----job referral variables-----
       01 arc-job-count pic 9(4) value 0.
       01 arc-app-count pic 9(4) value 0.
       01 arc-job-key-buffer pic x(200).
       *> Set once the archive holds the row, so the live one can go
       01 arc-moved-flag pic x(1) value 'N'.
              88 arc-moved value 'Y'.
       *> The row a restarted sweep offered when the archive already
       *> had one under that key
       01 arc-live-image pic x(2400).
       01 arc-selected-index pic 9(4) value 0.

*>-----reconciliation variables-----
              88 approvals-ok           value "00".
              88 approval-not-found     value "23".
              88 approvals-file-missing value "35".
*> The signed-in operator's id (operators.dat) - the two-person rule
*> compares these and the audit trail records them; OPERATOR when no
*> one is signed in (batch runs)
       01 operator-id pic x(30) value "OPERATOR".
       01 apv-action-buffer pic x(12).
       01 apv-target-buffer pic x(301).
           05 apv-list-id-entry occurs 50 pic 9(5).
       01 apv-selected-index pic 9(4) value 0.
       01 apv-audit-actor pic x(40).
       *> Whether the account an approval acts on is within the
       *> signed-in operator's campus
       01 apv-in-scope-flag pic x(1) value 'Y'.
              88 apv-in-scope value 'Y'.

*>-----ATS interface variables-----
       01 ats-partner-status pic xx.
              88 ats-partner-ok      value "00".
              88 ats-partner-missing value "35".
       01 ats-sent-status pic xx.
              88 ats-sent-ok         value "00".
              88 ats-sent-missing    value "35".
       01 ats-out-status pic xx.
       01 ats-in-status pic xx.
       01 ats-exc-status pic xx.
       01 ats-out-name pic x(60) value spaces.
       01 ats-in-name pic x(60) value spaces.
       01 ats-in-done-name pic x(60) value spaces.
       01 ats-partner-found-flag pic x(1) value 'N'.
              88 ats-partner-found value 'Y'.
       01 ats-id-disp pic 9(5).
       01 ats-seq-disp pic 9(7).
       01 ats-next-id pic 9(5) value 0.
*> The companies enrolled, loaded at the start of each ATS run
       01 ats-partner-table.
           05 ats-partner-entry occurs 100.
               10 ats-t-company     pic x(100).
               10 ats-t-id          pic 9(5).
               10 ats-t-opted-date  pic x(8).
       01 ats-partner-count pic 9(3) value 0.
       01 ats-pdx pic 9(3).
       01 ats-file-count pic 9(5) value 0.
       01 ats-sent-count pic 9(7) value 0.
       01 ats-file-rows pic 9(7) value 0.
       01 ats-file-hash pic 9(9) value 0.
*> The applicant's side of an outbound row
       01 ats-first-name pic x(50).
       01 ats-last-name pic x(50).
       01 ats-university pic x(100).
       01 ats-major pic x(100).
       01 ats-grad-year pic x(4).
       01 ats-contact pic x(100).
       01 ats-resume pic x(500).
       01 ats-answers.
           05 ats-answer occurs 5 pic x(100).
       01 ats-ans-idx pic 9(2).
       01 ats-line-ptr pic 9(4).
*> ATSIN run totals
       01 ats-in-row-count pic 9(7) value 0.
       01 ats-applied-count pic 9(7) value 0.
       01 ats-unchanged-count pic 9(7) value 0.
       01 ats-exception-count pic 9(7) value 0.
       01 ats-refused-count pic 9(3) value 0.
       01 ats-saved-user pic x(30).
       01 ats-hdr-company pic x(100).
*> One inbound status row, split
       01 ats-split-type pic x(2).
       01 ats-split-seq pic x(12).
       01 ats-seq-len pic 9(2).
       01 ats-split-key pic x(301).
       01 ats-split-status pic x(20).
       01 ats-split-date pic x(10).
       01 ats-split-ref pic x(40).
       01 ats-row-seq pic 9(9).
       01 ats-last-seq-disp pic z(8)9.
       01 ats-old-status pic x(12).
       01 ats-reason pic x(80).

*>-----campus partitioning variables-----
       01 campus-status pic xx.
              88 campus-ok           value "00".
              88 campus-not-found    value "23".
              88 campus-missing      value "35".
       01 opr-campus-status pic xx.
              88 opr-campus-ok       value "00".
              88 opr-campus-missing  value "35".
*> Campus a record with no code of its own is on (the original
*> single-campus installation) - INCOLLEGE_HOME_CAMPUS overrides
       01 cmp-home-campus pic x(8) value "MAIN".
       01 cmp-home-campus-env pic x(8) value spaces.
*> Campus of the account signed in
       01 cmp-session-campus pic x(8) value spaces.
*> Staff scope - the signed-in operator's or advisor's campus, unless
*> central staff (batch runs are central)
       01 cmp-staff-campus pic x(8) value spaces.
       01 cmp-staff-central-flag pic x(1) value 'Y'.
              88 cmp-staff-central value 'Y'.
       01 cmp-saved-staff-campus pic x(8) value spaces.
       01 cmp-saved-central-flag pic x(1) value 'Y'.
*> Campus the report being run covers - blank = rolled up; a batch
*> run takes INCOLLEGE_REPORT_CAMPUS
       01 cmp-report-campus pic x(8) value spaces.
       01 cmp-batch-campus pic x(8) value spaces.
       01 cmp-check-campus pic x(8) value spaces.
       01 cmp-check-user pic x(100) value spaces.
       01 cmp-visible-flag pic x(1) value 'Y'.
              88 cmp-visible value 'Y'.
       01 cmp-in-scope-flag pic x(1) value 'Y'.
              88 cmp-in-scope value 'Y'.
       01 cmp-in-report-flag pic x(1) value 'Y'.
              88 cmp-in-report value 'Y'.
       01 cmp-code-on-file-flag pic x(1) value 'N'.
              88 cmp-code-on-file value 'Y'.
       01 cmp-code-valid-flag pic x(1) value 'N'.
              88 cmp-code-valid value 'Y'.
       01 cmp-code-name pic x(60) value spaces.
       01 cmp-default-campus pic x(8) value spaces.
       01 cmp-captured-campus pic x(8) value spaces.
       01 cmp-list-count pic 9(3) value 0.
*> One roster / enrollment feed row's campus column
       01 ros-split-campus pic x(20).
       01 enr-split-campus pic x(20).

*>-----legal hold variables-----
       01 legal-hold-status pic xx.
              88 legal-hold-ok       value "00".
              88 legal-hold-missing  value "35".
*> The holds in force on the business date, loaded at the start of
*> each purge, retention or archive pass
       01 lgh-table.
           05 lgh-entry occurs 200.
               10 lgh-t-type       pic x(8).
               10 lgh-t-subject    pic x(200).
               10 lgh-t-matter     pic x(40).
               10 lgh-t-release    pic x(8).
               10 lgh-t-hit        pic x(1).
               10 lgh-t-protected  pic 9(7).
       01 lgh-count pic 9(3) value 0.
       01 lgh-idx pic 9(3).
       01 lgh-rpt-idx pic 9(3).
       01 lgh-overflow-flag pic x(1) value 'N'.
              88 lgh-overflow value 'Y'.
       01 lgh-chk-type pic x(8).
       01 lgh-chk-subject pic x(200).
       01 lgh-held-flag pic x(1) value 'N'.
              88 lgh-held value 'Y'.
       01 lgh-held-matter pic x(40).
       01 lgh-skip-file pic x(30).
       01 lgh-skip-key pic x(301).
       01 lgh-skip-count pic 9(7) value 0.
       *> Set on member screens - the refusal is worded there, and
       *> counsel's matter reference is not shown to members
       01 lgh-skip-quiet-flag pic x(1) value 'N'.
              88 lgh-skip-quiet value 'Y'.
       01 lgh-purge-refused-flag pic x(1) value 'N'.
              88 lgh-purge-refused value 'Y'.
       01 lgh-protected-total pic 9(9) value 0.
*> A hold request as it rides in appr-target
       01 lgh-target-work.
           05 lgh-tw-type pic x(8).
           05 lgh-tw-subject pic x(200).
           05 lgh-tw-matter pic x(40).
           05 lgh-tw-release pic x(8).
           05 filler pic x(45).
       01 lgh-found-flag pic x(1).
       01 lgh-list-count pic 9(2) value 0.
       01 lgh-list-keys.
           05 lgh-list-key occurs 50 pic x(208).
       01 lgh-selected pic 9(2) value 0.
       01 lgh-state-word pic x(8).
       01 lgh-until-word pic x(8).

*>-----operator account variables-----
       01 operator-status pic xx.
              88 operator-ok           value "00".
              88 operator-not-found    value "23".
              88 operator-file-missing value "35".
*> Every console function that can be granted, in opr-priv order: the
*> menu key (z1.. for the More Operator Functions page, menu key plus
*> sub-choice for a function reached from another screen), its label,
*> and Y when the Reports-only profile includes it. New functions go
*> on the end, into the spare slots, so an operator's stored Y/N
*> bytes keep their meaning
       01 opr-priv-table.
           05 filler pic x(2) value "1".
           05 filler pic x(40) value "View Account Count".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "2".
           05 filler pic x(40) value "Search Any Username".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "3".
           05 filler pic x(40) value "Raise Account Cap".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "4".
           05 filler pic x(40) value "Activity Digest Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "5".
           05 filler pic x(40) value "Export Jobs/Applications to CSV".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "6".
           05 filler pic x(40) value "Browse Audit Trail".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "7".
           05 filler pic x(40) value "Run Cross-File Reconciliation".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "8".
           05 filler pic x(40) value "Archive Closed/Expired Jobs".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "9".
           05 filler pic x(40) value "Browse/Restore Job Archive".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "0".
           05 filler pic x(40) value "Employer Responsiveness Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "e".
           05 filler pic x(40) value "Events / Attendee Lists".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "i".
           05 filler pic x(40) value "Inactive Accounts Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "p".
           05 filler pic x(40) value "Placement and Outcomes Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "y".
           05 filler pic x(40) value "First-Destination Surveys".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "b".
           05 filler pic x(40) value "Backup All Data Files".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "r".
           05 filler pic x(40) value "Restore From Backup".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "t".
           05 filler pic x(40) value "Change Account Role".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "n".
           05 filler pic x(40) value "Manage Announcements".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "u".
           05 filler pic x(40) value "Unlock a Locked Account".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "s".
           05 filler pic x(40) value "Data Scrub Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "j".
           05 filler pic x(40) value "Import Job Feed".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "v".
           05 filler pic x(40) value "Import Enrollment Verification Feed".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "x".
           05 filler pic x(40) value "Rebuild Search Index".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "m".
           05 filler pic x(40) value "Moderation Queue".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "c".
           05 filler pic x(40) value "Company Verification Queue".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "d".
           05 filler pic x(40) value "Duplicate Accounts Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "o".
           05 filler pic x(40) value "Outbound Mail Spool".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "w".
           05 filler pic x(40) value "Account Waitlist".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "a".
           05 filler pic x(40) value "Posting Aging / Time-to-Fill Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "l".
           05 filler pic x(40) value "Salary Insights Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "k".
           05 filler pic x(40) value "Application Channel Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "g".
           05 filler pic x(40) value "Batch Run Ledger".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "h".
           05 filler pic x(40) value "Retention Policies / Archives".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "f".
           05 filler pic x(40) value "Pending Approvals".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "z".
           05 filler pic x(40) value "More Operator Functions".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "dl".
           05 filler pic x(40) value "Queue an Account Deletion".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "z1".
           05 filler pic x(40) value "Skills Catalog".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "z2".
           05 filler pic x(40) value "Adverse-Impact (EEO) Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "z3".
           05 filler pic x(40) value "Location Reference".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "z4".
           05 filler pic x(40) value "Posting Prices and Billing Tiers".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "z5".
           05 filler pic x(40) value "Message Content Filter".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "z6".
           05 filler pic x(40) value "Held Postings".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "z7".
           05 filler pic x(40) value "Operator Accounts and Privileges".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "z8".
           05 filler pic x(40) value "Operator Privilege Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "2s".
           05 filler pic x(40) value "Support View As a Member".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "2n".
           05 filler pic x(40) value "Change a Member's Username".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "za".
           05 filler pic x(40) value "Offer Renege Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "zb".
           05 filler pic x(40) value "Student Organization Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "zc".
           05 filler pic x(40) value "Employer Relationship Log".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "zd".
           05 filler pic x(40) value "Advisor Utilization Report".
           05 filler pic x(1) value "Y".
           05 filler pic x(2) value "ze".
           05 filler pic x(40) value "Campuses and Staff Campus Assignments".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "gd".
           05 filler pic x(40) value "Business Date, As-Of Runs and Calendar".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "gc".
           05 filler pic x(40) value "Nightly Job Chain Changes".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "od".
           05 filler pic x(40) value "Report Distribution Lists".
           05 filler pic x(1) value "N".
           05 filler pic x(2) value "zf".
           05 filler pic x(40) value "Issued Co-Curricular Transcripts".
           05 filler pic x(1) value "Y".
           *> Spare slots (25 x 43 bytes)
           05 filler pic x(1075) value spaces.
       01 opr-priv-list redefines opr-priv-table.
           05 opr-priv-entry occurs 80 times.
               10 opr-priv-code pic x(2).
               10 opr-priv-label pic x(40).
               10 opr-priv-report pic x(1).
       01 opr-priv-count pic 9(2) value 55.
       01 opr-session-privs.
           05 opr-session-priv pic x(1) occurs 80 times.
       01 opr-signed-in-flag pic x(1) value 'N'.
           88 opr-signed-in value 'Y'.
       01 opr-check-code pic x(2).
       01 opr-permitted-flag pic x(1) value 'Y'.
           88 opr-permitted value 'Y'.
       01 opr-written-flag pic x(1) value 'N'.
           88 opr-written value 'Y'.
       01 opr-bootstrap-flag pic x(1) value 'N'.
           88 opr-bootstrapping value 'Y'.
       01 opr-profile-choice pic x(1).
       01 opr-action-code pic x(1).
       01 opr-input-id pic x(30).
       01 opr-file-count pic 9(3) value 0.
       01 opr-idx pic 9(3).
       01 opr-jdx pic 9(3).
       01 opr-pick pic 9(3).
       01 opr-grant-count pic 9(3).
       01 opr-num-disp pic z(2)9.
       01 opr-ptr pic 9(3).
       01 opr-any-flag pic x(1).
       01 opr-list-count pic 9(3) value 0.
       01 opr-list-table.
           05 opr-list-entry occurs 50 times.
               10 opr-list-id pic x(30).
               10 opr-list-name pic x(60).
               10 opr-list-active pic x(1).
               10 opr-list-locked pic x(1).
               10 opr-list-privs pic x(80).

*>-----support view variables-----
       01 support-session-status pic xx.
              88 support-session-ok      value "00".
              88 support-session-missing value "35".
       01 support-view-flag pic x(1) value 'N'.
              88 support-viewing value 'Y'.
       01 support-target-user pic x(30).
       01 support-saved-user pic x(30).
       01 support-reason pic x(100).
       01 support-session-key pic x(114).
       01 support-screen-name pic x(100).
       01 support-screen-count pic 9(4) value 0.
       01 support-save-actor pic x(100).
       01 support-save-file pic x(30).
       01 support-save-key pic x(301).
       01 support-save-action pic x(10).

*>-----company review variables-----
       01 company-review-status pic xx.
              88 company-review-ok      value "00".
              88 company-review-missing value "35".
       *> Fewest published reviews before the company page shows the
       *> averages and comments, so a lone review can't be traced back
       *> to its writer (INCOLLEGE_REVIEW_MIN_COUNT overrides)
       01 crv-min-reviews pic 9(3) value 3.
       01 crv-min-reviews-env pic x(3).
       01 crv-eligible-flag pic x(1) value 'N'.
              88 crv-eligible value 'Y'.
       01 crv-found-relationship pic x(12).
       01 crv-decision pic x(10).
       01 crv-app-company pic x(100).
       01 crv-job-found-flag pic x(1) value 'N'.
              88 crv-job-found value 'Y'.
       01 crv-can-respond-flag pic x(1) value 'N'.
              88 crv-can-respond value 'Y'.
       01 crv-existing-flag pic x(1) value 'N'.
              88 crv-existing value 'Y'.
       01 crv-published-count pic 9(5) value 0.
       01 crv-sum-interview pic 9(7) value 0.
       01 crv-sum-comm pic 9(7) value 0.
       01 crv-sum-overall pic 9(7) value 0.
       01 crv-avg pic 9v9 value 0.
       01 crv-avg-interview-disp pic 9.9.
       01 crv-avg-comm-disp pic 9.9.
       01 crv-avg-overall-disp pic 9.9.
       01 crv-count-disp pic zzzz9.
       01 crv-list-count pic 9(4) value 0.
       01 crv-list-table.
           05 crv-list-user-entry occurs 50 pic x(100).
       01 crv-selected-index pic 9(4) value 0.

*>-----profile completeness variables-----
       *> What a complete student profile carries, heaviest first so
       *> the first missing rows are the "top missing items". Weights
       *> add up to 100.
       01 pfc-item-table.
           05 filler pic 9(3) value 20.
           05 filler pic x(20) value "dated experience".
           05 filler pic x(70) value "Add an experience entry with its start and end month (YYYYMM)".
           05 filler pic 9(3) value 15.
           05 filler pic x(20) value "about me".
           05 filler pic x(70) value "Write an About Me summary".
           05 filler pic 9(3) value 15.
           05 filler pic x(20) value "education".
           05 filler pic x(70) value "Add an education entry".
           05 filler pic 9(3) value 15.
           05 filler pic x(20) value "completed skill".
           05 filler pic x(70) value "Pass a skill assessment in Learn a New Skill".
           05 filler pic 9(3) value 15.
           05 filler pic x(20) value "verified enrollment".
           05 filler pic x(70) value "Have career services verify your enrollment".
           05 filler pic 9(3) value 10.
           05 filler pic x(20) value "reference".
           05 filler pic x(70) value "Add a reference".
           05 filler pic 9(3) value 10.
           05 filler pic x(20) value "contact email".
           05 filler pic x(70) value "Add a contact email".
       01 pfc-item-list redefines pfc-item-table.
           05 pfc-item occurs 7 times.
               10 pfc-item-weight pic 9(3).
               10 pfc-item-short  pic x(20).
               10 pfc-item-advice pic x(70).
       01 pfc-item-count pic 9(2) value 7.
       01 pfc-have-table.
           05 pfc-have pic x(1) occurs 7 times.
       01 pfc-score pic 9(3) value 0.
       01 pfc-score-disp pic zz9.
       01 pfc-user pic x(100).
       01 pfc-idx pic 9(3).
       01 pfc-shown pic 9(2).
       *> Students below this score who are open to work are listed
       *> by the COMPLETENESS batch report
       01 pfc-threshold pic 9(3) value 60.
       01 pfc-threshold-env pic x(3).
       01 pfc-student-count pic 9(5) value 0.
       01 pfc-low-count pic 9(5) value 0.
       01 pfc-score-total pic 9(7) value 0.
       01 pfc-average pic 9(3).
       01 pfc-count-disp pic z(4)9.
       01 pfc-bucket-kind pic x(1).
       01 pfc-bucket-key pic x(100).
       01 pfc-group-count pic 9(3) value 0.
       01 pfc-group-max pic 9(3) value 150.
       01 pfc-groups-truncated-flag pic x(1) value 'N'.
       *> M = major, Y = graduation year, U = university
       01 pfc-group-table.
           05 pfc-group occurs 150 times.
               10 pfc-group-kind  pic x(1).
               10 pfc-group-key   pic x(100).
               10 pfc-group-n     pic 9(5).
               10 pfc-group-total pic 9(7).
       01 pfc-gdx pic 9(3).
       01 pfc-ptr pic 9(3).

*>-----username rename variables-----
       01 rename-temp-status pic xx.
       01 rnm-old-name pic x(30).
       01 rnm-new-name pic x(30).
       01 rnm-old-len pic 9(3).
       01 rnm-new-len pic 9(3).
       01 rnm-operator pic x(30).
       01 rnm-actor pic x(100).
       01 rnm-rename-key pic x(61).
       01 rnm-step pic 9(2).
       01 rnm-start-step pic 9(2) value 1.
       01 rnm-step-count pic 9(2) value 66.
       01 rnm-ckpt-tag pic x(12).
       01 rnm-ckpt-step pic 9(2).
       01 rnm-verify-flag pic x(1) value 'N'.
              88 rnm-verify-only value 'Y'.
       01 rnm-rec-hit-flag pic x(1) value 'N'.
              88 rnm-rec-hit value 'Y'.
       01 rnm-field-hit-flag pic x(1) value 'N'.
              88 rnm-field-hit value 'Y'.
       01 rnm-written-flag pic x(1) value 'N'.
              88 rnm-written value 'Y'.
       01 rnm-table-full-flag pic x(1) value 'N'.
              88 rnm-table-full value 'Y'.
       01 rnm-file-name pic x(30).
       01 rnm-log-filename pic x(30).
       01 rnm-temp-filename pic x(30) value "username-rename.tmp".
       01 rnm-file-changes pic 9(7) value 0.
       01 rnm-pass-changes pic 9(7) value 0.
       01 rnm-total-changes pic 9(7) value 0.
       01 rnm-leftover-count pic 9(7) value 0.
       01 rnm-step-leftover pic 9(7) value 0.
       01 rnm-clash-count pic 9(5) value 0.
       01 rnm-line-hits pic 9(7) value 0.
       01 rnm-count-disp pic z(6)9.
       *> Keys of the records one pass of a step will change
       01 rnm-orig-key pic x(301).
       01 rnm-key-count pic 9(3) value 0.
       01 rnm-key-idx pic 9(3).
       01 rnm-key-max pic 9(3) value 500.
       01 rnm-key-table.
           05 rnm-key-entry pic x(301) occurs 500 times.
       *> Old and new key of every posting the member created
       01 rnm-job-count pic 9(3) value 0.
       01 rnm-job-idx pic 9(3).
       01 rnm-job-max pic 9(3) value 300.
       01 rnm-job-table.
           05 rnm-job-row occurs 300 times.
               10 rnm-job-old pic x(200).
               10 rnm-job-new pic x(200).
       *> Field / log line mapping work areas
       01 rnm-in pic x(1000).
       01 rnm-out pic x(1000).
       01 rnm-work pic x(1000).
       01 rnm-out-max pic 9(4) value 1000.
       01 rnm-in-len pic 9(4).
       01 rnm-in-ptr pic 9(4).
       01 rnm-out-ptr pic 9(4).
       01 rnm-copy-len pic s9(4).
       01 rnm-part pic x(1000).
       01 rnm-part-len pic 9(4).
       01 rnm-delim pic x(1).
       01 rnm-new-part pic x(200).
       01 rnm-new-part-len pic 9(4).
       01 rnm-save-rec pic x(5000).
       01 rnm-cmp-rec pic x(5000).

*>-----HEALTH gate job variables-----
       01 health-counts-status pic xx.
       01 hlt-age-cutoff pic x(8).
       01 hlt-old-name pic x(30).
       01 hlt-open-status pic x(2).
       01 hlt-tm-clock.
           05 hlt-tm-hh pic 9(2).
           05 hlt-tm-mi pic 9(2).
           05 hlt-tm-ss pic 9(2).
           05 hlt-tm-cc pic 9(2).
       01 hlt-tm-start pic 9(7) value 0.
       01 hlt-tm-elapsed pic s9(7) value 0.
       01 hlt-tm-scan-cs pic 9(7) value 0.
       01 hlt-tm-key-cs pic 9(7) value 0.
       01 hlt-tm-scan-secs pic 9(5)v99 value 0.
       01 hlt-tm-key-secs pic 9(5)v99 value 0.
       01 hlt-tm-scan-disp pic zzzz9.99.
       01 hlt-tm-key-disp pic zzzz9.99.
       01 hlt-tm-scan-count pic 9(7) value 0.
       01 hlt-tm-key-count pic 9(7) value 0.
       01 hlt-tm-total pic 9(7) value 0.
       01 hlt-tm-label pic x(40).
       01 hlt-tm-sample-1 pic x(100).
       01 hlt-tm-sample-2 pic x(201).

*>-----forward journal / REPLAY variables-----
       01 write-journal-status pic xx.
       01 ret-split-f4 pic x(100).
       01 ret-moved-count pic 9(7) value 0.
       01 ret-total-moved pic 9(7) value 0.
       01 ret-archived-flag pic x(1) value 'N'.
           88 ret-archived value 'Y'.
       01 ret-src-filename pic x(30).
       01 ret-month-open pic x(6) value spaces.
       01 ret-mon-count pic 9(2) value 0.
           05 filler pic x(20) value "DIGEST".
           05 filler pic x(20) value "SWEEP".
           05 filler pic x(20) value "RECON".
           05 filler pic x(20) value "OFFERS".
           05 filler pic x(20) value "BACKUP".
           05 filler pic x(20) value "ROLLDATE".
       01 bjl-nightly-list redefines bjl-nightly-table.
           05 bjl-nightly-entry occurs 6 pic x(20).
       01 bjl-nightly-idx pic 9(1).

*> Credential hygiene settings (overridable by environment, the same
              move spaces to batch-job-name
              accept batch-job-name from environment "INCOLLEGE_BATCH_JOB"

              *> The business date the batch jobs work from
              perform loadBusinessDate

              *> Credential hygiene knobs: lockout threshold and password age
              move spaces to max-login-attempts-env
              accept max-login-attempts-env from environment "INCOLLEGE_MAX_LOGIN_ATTEMPTS"
                  move pwd-max-age-env to pwd-max-age-days
              end-if

              *> Skill assessment pass mark and retake cool-down
              move spaces to sqz-pass-mark-env
              accept sqz-pass-mark-env from environment "INCOLLEGE_SKILL_PASS_MARK"
              if sqz-pass-mark-env is numeric and sqz-pass-mark-env not = 0
              and sqz-pass-mark-env not > 100
                  move sqz-pass-mark-env to sqz-pass-mark
              end-if
              move spaces to sqz-retake-days-env
              accept sqz-retake-days-env from environment "INCOLLEGE_SKILL_RETAKE_DAYS"
              if sqz-retake-days-env is numeric
                  move sqz-retake-days-env to sqz-retake-days
              end-if

              *> Profile completeness below which an open-to-work
              *> student is listed for follow-up
              move spaces to pfc-threshold-env
              accept pfc-threshold-env from environment "INCOLLEGE_COMPLETENESS_THRESHOLD"
              if pfc-threshold-env is numeric and pfc-threshold-env not = 0
                  move pfc-threshold-env to pfc-threshold
              end-if

              *> Lead time for the offer deadline reminder
              move spaces to ofr-remind-days-env
              accept ofr-remind-days-env from environment "INCOLLEGE_OFFER_REMIND_DAYS"
              if ofr-remind-days-env is numeric and ofr-remind-days-env not = 0
                  move ofr-remind-days-env to ofr-remind-days
              end-if

              *> Fewest published reviews a company page shows
              move spaces to crv-min-reviews-env
              accept crv-min-reviews-env from environment "INCOLLEGE_REVIEW_MIN_COUNT"
              if crv-min-reviews-env is numeric and crv-min-reviews-env not = 0
                  move crv-min-reviews-env to crv-min-reviews
              end-if

              *> Smallest group the adverse-impact report will show
              move spaces to eeo-min-group-env
              accept eeo-min-group-env from environment "INCOLLEGE_EEO_MIN_GROUP"
              if eeo-min-group-env is numeric and eeo-min-group-env not = 0
                  move eeo-min-group-env to eeo-min-group
              end-if

              *> Campus that records without one belong to, and the
              *> campus a batch report run covers (blank = rolled up)
              move spaces to cmp-home-campus-env
              accept cmp-home-campus-env from environment "INCOLLEGE_HOME_CAMPUS"
              if cmp-home-campus-env not = spaces
                  move function upper-case(function trim(cmp-home-campus-env)) to cmp-home-campus
              end-if
              move spaces to cmp-batch-campus
              accept cmp-batch-campus from environment "INCOLLEGE_REPORT_CAMPUS"
              move function upper-case(function trim(cmp-batch-campus)) to cmp-batch-campus

              *> Allow ops to set the shared operator password for admin mode
              move spaces to admin-password-env
              accept admin-password-env from environment "INCOLLEGE_ADMIN_PASSWORD"
              *> Make sure the Learn a New Skill lesson content exists
              perform seedSkillsDatabase

              *> ... and the graded assessment question bank behind it
              perform seedSkillQuestions

              *> Make sure the location reference list has its starter set
              perform seedLocationReference
              perform seedCampusReference
              perform seedBillingPrices
              perform seedRiskRules

              *> Make sure the language-switchable message strings exist
              perform seedLanguageStrings

              move function current-date(1:14) to bjl-start-stamp
              move 0 to batch-records-count

              *> A rerun "as of" an earlier date works its cutoffs from
              *> that date; a bad as-of date stops the run with rc 8
              perform bdtApplyAsOf
              if bdt-as-of-refused
                  move 8 to return-code
                  perform writeBatchLedgerEntry
                  exit paragraph
              end-if

              if function upper-case(function trim(batch-job-name trailing)) = "CHAIN"
                  perform runJobChain
              else
                  perform runBatchStep
              end-if
              perform writeBatchLedgerEntry
              exit.

*> Paragraph: runBatchStep
*> Purpose:   Runs the one job named in batch-job-name and sets its
*>            return code and record count
*> Input:     batch-job-name
*> Output:    return-code, batch-records-count
       runBatchStep.
              evaluate function upper-case(function trim(batch-job-name trailing))
                  when "DIGEST"
                      perform activityDigestReport
                      move 0 to return-code
                  when "NUDGE"
                      perform staleApplicationNudges
                      perform releaseStaleCloseOuts
                      move 0 to return-code
                  when "EEO"
                      perform adverseImpactReport
                      if eeo-flag-count > 0
                          move 4 to return-code
                      else
                          move 0 to return-code
                      end-if
                  when "INBOUND"
                      perform processInboundMail
                      evaluate true
                          when other
                              move 0 to return-code
                      end-evaluate
                  when "INVOICE"
                      perform monthlyInvoiceRun
                      move 0 to return-code
                  when "COMPLETENESS"
                      perform profileCompletenessReport
                      move 0 to return-code
                  when "OFFERS"
                      perform offerDeadlineSweep
                      move 0 to return-code
                  when "RISK"
                      perform weeklyRiskReport
                      if risk-week-waiting > 0
                          move 4 to return-code
                      else
                          move 0 to return-code
                      end-if
                  when "CREDIT"
                      perform creditGradeExtract
                      if crd-pending-count > 0
                          move 4 to return-code
                      else
                          move 0 to return-code
                      end-if
                  when "PAYROLL"
                      perform workStudyPayrollRun
                      if wks-exception-count > 0
                          move 4 to return-code
                      else
                          move 0 to return-code
                      end-if
                  when "SENDLATER"
                      perform releaseScheduledMessages
                      move 0 to return-code
                  when "HOLDS"
                      perform legalHoldReport
                      move 0 to return-code
                  when "MASK"
                      perform maskDataFiles
                      if msk-failed-count > 0 or msk-collision-count > 0
                          move 4 to return-code
                      else
                          move 0 to return-code
                      end-if
                  when "ATSOUT"
                      perform atsOutboundJob
                      move 0 to return-code
                  when "ATSIN"
                      perform atsInboundJob
                      evaluate true
                          when ats-refused-count > 0
                              move 8 to return-code
                          when ats-exception-count > 0
                              move 4 to return-code
                          when other
                              move 0 to return-code
                      end-evaluate
                  when "ROLLDATE"
                      move 0 to bdt-roll-target
                      perform rollBusinessDate
                      if bdt-rolled
                          move 0 to return-code
                      else
                          move 4 to return-code
                      end-if
                  when "ENROLL"
                      perform importEnrollmentFeed
                      evaluate true
                  when "SURVEY"
                      move sur-invited-count to batch-records-count
                  when "NUDGE"
                      compute batch-records-count = nudge-count + cls-sent-count
                  when "EEO"
                      move eeo-posting-count to batch-records-count
                  when "BACKUP"
                      move bkp-copied-count to batch-records-count
                  when "DIGEST"
                      move rpl-applied-count to batch-records-count
                  when "HEALTH"
                      move hlt-warning-count to batch-records-count
                  when "CREDIT"
                      move crd-written-count to batch-records-count
                  when "PAYROLL"
                      move wks-pay-count to batch-records-count
                  when "INVOICE"
                      move inv-event-count to batch-records-count
                  when "RISK"
                      move risk-week-scored to batch-records-count
                  when "COMPLETENESS"
                      move pfc-student-count to batch-records-count
                  when "OFFERS"
                      move ofr-checked-count to batch-records-count
                  when "SENDLATER"
                      move sch-released-count to batch-records-count
                  when "HOLDS"
                      move lgh-count to batch-records-count
                  when "MASK"
                      move msk-record-count to batch-records-count
                  when "ATSOUT"
                      move ats-sent-count to batch-records-count
                  when "ATSIN"
                      move ats-applied-count to batch-records-count
                  when "ROLLDATE"
                      if bdt-rolled
                          move 1 to batch-records-count
                      end-if
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: writeBatchLedgerEntry
*> Purpose:   Appends this execution's "job|start|end|rc|records" line
*>            and sends the run summary to the job's distribution list
*> Input:     batch-job-name, bjl-start-stamp, return-code,
*>            batch-records-count
*> Output:    None
                         function trim(batch-records-count leading) delimited by size
                         into batch-ledger-line
                  end-string
                  *> A step run by CHAIN also carries the chain-run id
                  if chn-run-id not = spaces
                      move batch-ledger-line to chn-ledger-work
                      move spaces to batch-ledger-line
                      string function trim(chn-ledger-work trailing) delimited by size
                             "|" delimited by size
                             chn-run-id delimited by size
                             into batch-ledger-line
                      end-string
                  end-if
                  write batch-ledger-line
              end-if
              close batch-run-ledger

              *> Tell the people on the job's distribution list
              perform distributeBatchReport
              exit.

*>*******************************************************************
*> Job chain (batch job CHAIN) - job-chain.dat lists the nightly steps
*> in order, one "STEP|MAX-RC|DEPENDS-ON" line each (depends-on is a
*> comma list of earlier steps). CHAIN runs them one after another;
*> a step that ends above its maximum return code fails, and every
*> step depending on it (directly or through another step) is held
*> back. Steps that do not depend on it still run. Progress is
*> checkpointed to job-chain-state.dat after each step, so running
*> CHAIN again resumes the same chain run at the failed step instead
*> of redoing the finished ones. Every step's ledger line carries the
*> chain-run id.
*>*******************************************************************

*> Paragraph: runJobChain
*> Purpose:   Runs (or resumes) the nightly chain
*> Input:     job-chain.dat, job-chain-state.dat
*> Output:    return-code (0 clean, 4 a step warned, 8 a step failed
*>            or the chain could not start), batch-records-count
       runJobChain.
              move 0 to chn-ran-count
              move 0 to chn-failed-count
              move 0 to chn-held-count
              move 0 to chn-warn-count
              perform chnLoadDefinition
              if chn-def-bad or chn-step-count = 0
                  if chn-step-count = 0 and not chn-def-bad
                      move "job-chain.dat has no steps - nothing to run." to output-buffer
                      perform outputLine
                  end-if
                  move 8 to return-code
                  exit paragraph
              end-if
              perform chnLoadState
              if not chn-resuming and chn-run-word = "OPEN"
                  move "job-chain.dat changed since the last chain run - starting a new run." to output-buffer
                  perform outputLine
              end-if
              if chn-resuming
                  move spaces to output-buffer
                  string "Resuming chain run " delimited by size
                         chn-run-id delimited by size
                         " - finished steps are not run again." delimited by size
                         into output-buffer
                  end-string
              else
                  move spaces to output-buffer
                  string "CH" delimited by size
                         function current-date(1:14) delimited by size
                         into chn-run-id
                  end-string
                  perform varying chn-idx from 1 by 1 until chn-idx > chn-step-count
                      move "PENDING" to chn-step-state(chn-idx)
                      move 0 to chn-step-rc(chn-idx)
                  end-perform
                  move "OPEN" to chn-run-word
                  perform chnSaveState
                  move spaces to output-buffer
                  string "Starting chain run " delimited by size
                         chn-run-id delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine

              move batch-job-name to chn-saved-job-name
              move bjl-start-stamp to chn-saved-start-stamp
              perform varying chn-idx from 1 by 1 until chn-idx > chn-step-count
                  perform chnRunOneStep
              end-perform
              move chn-saved-job-name to batch-job-name
              move chn-saved-start-stamp to bjl-start-stamp

              if chn-failed-count = 0 and chn-held-count = 0
                  move "COMPLETE" to chn-run-word
              end-if
              perform chnSaveState
              move chn-ran-count to batch-records-count
              move spaces to output-buffer
              string "Chain run " delimited by size
                     chn-run-id delimited by size
                     ": " delimited by size
                     function trim(chn-ran-count leading) delimited by size
                     " step(s) run, " delimited by size
                     function trim(chn-failed-count leading) delimited by size
                     " failed, " delimited by size
                     function trim(chn-held-count leading) delimited by size
                     " held back." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              evaluate true
                  when chn-failed-count > 0 or chn-held-count > 0
                      move "Fix the failed step and run CHAIN again to resume from it." to output-buffer
                      perform outputLine
                      move 8 to return-code
                  when chn-warn-count > 0
                      move 4 to return-code
                  when other
                      move 0 to return-code
              end-evaluate
              exit.

*> Paragraph: chnRunOneStep
*> Purpose:   Runs step chn-idx unless it already finished in this
*>            chain run or a step it depends on has not finished
*> Input:     chn-idx, chn-table
*> Output:    chn-step-state / chn-step-rc, ledger entry, checkpoint
       chnRunOneStep.
              if chn-step-state(chn-idx) = "DONE"
                  move spaces to output-buffer
                  string "CHAIN STEP " delimited by size
                         function trim(chn-step-name(chn-idx) trailing) delimited by size
                         ": already finished in this run." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  exit paragraph
              end-if

              move 'N' to chn-dep-open-flag
              perform varying chn-dep-idx from 1 by 1
                  until chn-dep-idx > chn-step-dep-count(chn-idx)
                  perform varying chn-idx-2 from 1 by 1 until chn-idx-2 >= chn-idx
                      if chn-step-name(chn-idx-2) = chn-step-dep(chn-idx, chn-dep-idx)
                      and chn-step-state(chn-idx-2) not = "DONE"
                          move 'Y' to chn-dep-open-flag
                          move chn-step-name(chn-idx-2) to chn-dep-blocker
                      end-if
                  end-perform
              end-perform
              if chn-dep-open
                  move "HELD" to chn-step-state(chn-idx)
                  add 1 to chn-held-count
                  move spaces to output-buffer
                  string "CHAIN STEP " delimited by size
                         function trim(chn-step-name(chn-idx) trailing) delimited by size
                         ": held back - " delimited by size
                         function trim(chn-dep-blocker trailing) delimited by size
                         " did not finish." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  perform chnSaveState
                  exit paragraph
              end-if

              move chn-step-name(chn-idx) to batch-job-name
              move spaces to output-buffer
              string "CHAIN STEP " delimited by size
                     function trim(chn-step-name(chn-idx) trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move function current-date(1:14) to bjl-start-stamp
              move 0 to batch-records-count
              move 0 to return-code
              perform runBatchStep
              move return-code to chn-step-rc(chn-idx)
              perform writeBatchLedgerEntry
              add 1 to chn-ran-count

              if chn-step-rc(chn-idx) > chn-step-max-rc(chn-idx)
                  move "FAILED" to chn-step-state(chn-idx)
                  add 1 to chn-failed-count
                  move spaces to output-buffer
                  string "CHAIN STEP " delimited by size
                         function trim(chn-step-name(chn-idx) trailing) delimited by size
                         " FAILED: rc " delimited by size
                         chn-step-rc(chn-idx) delimited by size
                         " is above its limit of " delimited by size
                         chn-step-max-rc(chn-idx) delimited by size
                         "." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move "DONE" to chn-step-state(chn-idx)
                  if chn-step-rc(chn-idx) > 0
                      add 1 to chn-warn-count
                  end-if
              end-if
              *> Checkpoint, so a rerun picks up from here
              perform chnSaveState
              exit.

*> Paragraph: chnLoadDefinition
*> Purpose:   Reads and checks job-chain.dat - every step a known
*>            batch job, listed once, depending only on steps before
*>            it
*> Input:     job-chain.dat
*> Output:    chn-table, chn-step-count, chn-def-bad-flag
       chnLoadDefinition.
              move 0 to chn-step-count
              move 'N' to chn-def-bad-flag
              open input job-chain
              if job-chain-status not = "00"
                  close job-chain
                  exit paragraph
              end-if
              perform until job-chain-status not = "00"
                  read job-chain
                      at end
                          exit perform
                      not at end
                          if job-chain-line not = spaces
                              perform chnParseLine
                          end-if
                  end-read
              end-perform
              close job-chain
              exit.

*> Paragraph: chnParseLine
*> Purpose:   Checks one "STEP|MAX-RC|DEPENDS-ON" line and adds it to
*>            the step table
*> Input:     job-chain-line
*> Output:    chn-table, chn-def-bad-flag
       chnParseLine.
              move spaces to chn-split-step chn-split-rc chn-split-deps
              unstring job-chain-line delimited by "|"
                  into chn-split-step
                       chn-split-rc
                       chn-split-deps
              end-unstring
              move function upper-case(function trim(chn-split-step)) to chn-split-step
              move spaces to chn-bad-reason

              move 'N' to dst-due-flag
              perform varying dst-idx from 1 by 1 until dst-idx > dst-job-count
                  if dst-job-name(dst-idx) = chn-split-step
                      move 'Y' to dst-due-flag
                  end-if
              end-perform
              evaluate true
                  when chn-split-step = "CHAIN"
                      move "a chain cannot run itself" to chn-bad-reason
                  when not dst-due
                      move "not a batch job name" to chn-bad-reason
                  when function trim(chn-split-rc) not = spaces
                  and function trim(chn-split-rc) is not numeric
                      move "maximum return code is not a number" to chn-bad-reason
                  when chn-step-count >= 20
                      move "more than 20 steps" to chn-bad-reason
              end-evaluate
              if chn-bad-reason = spaces
                  perform varying chn-idx-2 from 1 by 1 until chn-idx-2 > chn-step-count
                      if chn-step-name(chn-idx-2) = chn-split-step
                          move "listed twice" to chn-bad-reason
                      end-if
                  end-perform
              end-if
              if chn-bad-reason not = spaces
                  perform chnReportBadLine
                  exit paragraph
              end-if

              add 1 to chn-step-count
              move chn-split-step to chn-step-name(chn-step-count)
              move 0 to chn-step-max-rc(chn-step-count)
              if function trim(chn-split-rc) not = spaces
                  move function numval(chn-split-rc) to chn-step-max-rc(chn-step-count)
              end-if
              move 0 to chn-step-dep-count(chn-step-count)
              move "PENDING" to chn-step-state(chn-step-count)
              move 0 to chn-step-rc(chn-step-count)

              move spaces to chn-dep-work-table
              unstring chn-split-deps delimited by ","
                  into chn-dep-work(1) chn-dep-work(2) chn-dep-work(3)
                       chn-dep-work(4) chn-dep-work(5)
              end-unstring
              perform varying chn-dep-idx from 1 by 1 until chn-dep-idx > 5
                  move function upper-case(function trim(chn-dep-work(chn-dep-idx)))
                      to chn-dep-work(chn-dep-idx)
                  if chn-dep-work(chn-dep-idx) not = spaces
                      move 'N' to chn-dep-open-flag
                      perform varying chn-idx-2 from 1 by 1
                          until chn-idx-2 >= chn-step-count
                          if chn-step-name(chn-idx-2) = chn-dep-work(chn-dep-idx)
                              move 'Y' to chn-dep-open-flag
                          end-if
                      end-perform
                      if not chn-dep-open
                          move "depends on a step that is not listed before it" to chn-bad-reason
                          subtract 1 from chn-step-count
                          perform chnReportBadLine
                          exit paragraph
                      end-if
                      add 1 to chn-step-dep-count(chn-step-count)
                      move chn-dep-work(chn-dep-idx)
                          to chn-step-dep(chn-step-count, chn-step-dep-count(chn-step-count))
                  end-if
              end-perform
              exit.

*> Paragraph: chnReportBadLine
*> Purpose:   Reports a definition line that cannot be used; the
*>            chain does not start until it is fixed
*> Input:     job-chain-line, chn-bad-reason
*> Output:    chn-def-bad-flag
       chnReportBadLine.
              move 'Y' to chn-def-bad-flag
              move spaces to output-buffer
              string "job-chain.dat: " delimited by size
                     function trim(job-chain-line trailing) delimited by size
                     " - " delimited by size
                     function trim(chn-bad-reason trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: chnLoadState
*> Purpose:   Reads the last chain run's checkpoint; an open run over
*>            the same steps in the same order is resumed
*> Input:     job-chain-state.dat, chn-table
*> Output:    chn-resume-flag, chn-run-id, chn-step-state / -rc
       chnLoadState.
              move 'N' to chn-resume-flag
              move spaces to chn-run-id
              move spaces to chn-run-word
              move 0 to chn-state-count
              open input chain-state
              if chain-state-status not = "00"
                  close chain-state
                  exit paragraph
              end-if
              move 'Y' to chn-resume-flag
              perform until chain-state-status not = "00"
                  read chain-state
                      at end
                          exit perform
                      not at end
                          move spaces to chn-split-kind chn-split-step
                                         chn-split-state chn-split-rc
                          unstring chain-state-line delimited by "|"
                              into chn-split-kind
                                   chn-split-step
                                   chn-split-state
                                   chn-split-rc
                          end-unstring
                          if chn-split-kind = "RUN"
                              move chn-split-step to chn-run-id
                              move chn-split-state to chn-run-word
                          else
                              add 1 to chn-state-count
                              if chn-state-count > chn-step-count
                              or chn-step-name(chn-state-count) not = chn-split-step
                                  move 'N' to chn-resume-flag
                              else
                                  move chn-split-state to chn-step-state(chn-state-count)
                                  if function trim(chn-split-rc) is numeric
                                      move function numval(chn-split-rc)
                                          to chn-step-rc(chn-state-count)
                                  end-if
                              end-if
                          end-if
                  end-read
              end-perform
              close chain-state

              if chn-run-word not = "OPEN" or chn-run-id = spaces
                  move 'N' to chn-resume-flag
              end-if
              if chn-resuming and chn-state-count not = chn-step-count
                  move 'N' to chn-resume-flag
              end-if
              exit.

*> Paragraph: chnSaveState
*> Purpose:   Writes the chain checkpoint - the run line, then one
*>            line per step with its state and return code
*> Input:     chn-run-id, chn-run-word, chn-table
*> Output:    job-chain-state.dat
       chnSaveState.
              open output chain-state
              if chain-state-status = "00"
                  move spaces to chain-state-line
                  string "RUN|" delimited by size
                         chn-run-id delimited by size
                         "|" delimited by size
                         function trim(chn-run-word trailing) delimited by size
                         into chain-state-line
                  end-string
                  write chain-state-line
                  perform varying chn-idx-2 from 1 by 1 until chn-idx-2 > chn-step-count
                      move spaces to chain-state-line
                      string "STEP|" delimited by size
                             function trim(chn-step-name(chn-idx-2) trailing) delimited by size
                             "|" delimited by size
                             function trim(chn-step-state(chn-idx-2) trailing) delimited by size
                             "|" delimited by size
                             chn-step-rc(chn-idx-2) delimited by size
                             into chain-state-line
                      end-string
                      write chain-state-line
                  end-perform
              end-if
              close chain-state
              exit.

*> Paragraph: chnSaveDefinition
*> Purpose:   Rewrites job-chain.dat from the step table
*> Input:     chn-table
*> Output:    job-chain.dat
       chnSaveDefinition.
              open output job-chain
              if job-chain-status = "00"
                  perform varying chn-idx-2 from 1 by 1 until chn-idx-2 > chn-step-count
                      move spaces to job-chain-line
                      move spaces to chn-split-deps
                      move 1 to chn-ptr
                      perform varying chn-dep-idx from 1 by 1
                          until chn-dep-idx > chn-step-dep-count(chn-idx-2)
                          if chn-dep-idx > 1
                              string "," delimited by size
                                  into chn-split-deps with pointer chn-ptr
                              end-string
                          end-if
                          string function trim(chn-step-dep(chn-idx-2, chn-dep-idx) trailing)
                                     delimited by size
                              into chn-split-deps with pointer chn-ptr
                          end-string
                      end-perform
                      string function trim(chn-step-name(chn-idx-2) trailing) delimited by size
                             "|" delimited by size
                             chn-step-max-rc(chn-idx-2) delimited by size
                             "|" delimited by size
                             function trim(chn-split-deps trailing) delimited by size
                             into job-chain-line
                      end-string
                      write job-chain-line
                  end-perform
              end-if
              close job-chain
              perform setAuditActor
              move "job-chain.dat" to audit-file-name
              move spaces to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              exit.

*> Paragraph: jobChainScreen
*> Purpose:   Operator view of the chain definition and the last chain
*>            run; add or remove steps and start the next run afresh.
*>            Changes need the Nightly Job Chain Changes privilege
*> Input:     None
*> Output:    None
       jobChainScreen.
              perform until not valid-read
                  move "--- Nightly Job Chain ---" to output-buffer
                  perform outputLine
                  perform chnLoadDefinition
                  if chn-step-count > 0
                      perform chnLoadState
                      if chn-run-id not = spaces
                          move spaces to output-buffer
                          string "Last chain run " delimited by size
                                 chn-run-id delimited by size
                                 " - " delimited by size
                                 function trim(chn-run-word trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                  end-if
                  if chn-step-count = 0
                      move "No chain steps are defined." to output-buffer
                      perform outputLine
                  end-if
                  perform varying chn-idx from 1 by 1 until chn-idx > chn-step-count
                      move spaces to chn-split-deps
                      move 1 to chn-ptr
                      perform varying chn-dep-idx from 1 by 1
                          until chn-dep-idx > chn-step-dep-count(chn-idx)
                          if chn-dep-idx > 1
                              string "," delimited by size
                                  into chn-split-deps with pointer chn-ptr
                              end-string
                          end-if
                          string function trim(chn-step-dep(chn-idx, chn-dep-idx) trailing)
                                     delimited by size
                              into chn-split-deps with pointer chn-ptr
                          end-string
                      end-perform
                      if chn-split-deps = spaces
                          move "-" to chn-split-deps
                      end-if
                      move spaces to output-buffer
                      string "[" delimited by size
                             function trim(chn-idx leading) delimited by size
                             "] " delimited by size
                             chn-step-name(chn-idx) delimited by size
                             " max rc " delimited by size
                             chn-step-max-rc(chn-idx) delimited by size
                             "  after " delimited by size
                             function trim(chn-split-deps trailing) delimited by size
                             "  " delimited by size
                             function trim(chn-step-state(chn-idx) trailing) delimited by size
                             " rc " delimited by size
                             chn-step-rc(chn-idx) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
                  move "[a] Add a step  [x] Remove a step  [n] Start the next run afresh  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to bdt-choice
                  if bdt-choice not = 'a' and bdt-choice not = 'A'
                  and bdt-choice not = 'x' and bdt-choice not = 'X'
                  and bdt-choice not = 'n' and bdt-choice not = 'N'
                      exit perform
                  end-if
                  move "gc" to opr-check-code
                  perform checkOperatorPrivilege
                  if not opr-permitted
                      exit perform cycle
                  end-if
                  evaluate true
                      when bdt-choice = 'a' or bdt-choice = 'A'
                          perform chnAddStep
                      when bdt-choice = 'x' or bdt-choice = 'X'
                          perform chnRemoveStep
                      when other
                          move "COMPLETE" to chn-run-word
                          perform chnSaveState
                          perform setAuditActor
                          move "job-chain-state.dat" to audit-file-name
                          move chn-run-id to audit-record-key
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                          move "The next CHAIN run starts from the first step." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: chnAddStep
*> Purpose:   Adds a step at the end of the chain
*> Input:     chn-table (loaded)
*> Output:    job-chain.dat
       chnAddStep.
              if chn-def-bad
                  move "Fix job-chain.dat before changing it here." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Step (batch job name):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move spaces to job-chain-line
              move function trim(input-buffer) to chn-split-step
              move "Highest acceptable return code (0, 4 or 8):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer) to chn-split-rc
              move "Depends on (earlier steps, comma separated, blank for none):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer) to chn-split-deps
              string function trim(chn-split-step trailing) delimited by size
                     "|" delimited by size
                     function trim(chn-split-rc trailing) delimited by size
                     "|" delimited by size
                     function trim(chn-split-deps trailing) delimited by size
                     into job-chain-line
              end-string
              perform chnParseLine
              if chn-def-bad
                  move 'N' to chn-def-bad-flag
                  exit paragraph
              end-if
              perform chnSaveDefinition
              move "Step added." to output-buffer
              perform outputLine
              exit.

*> Paragraph: chnRemoveStep
*> Purpose:   Removes a step no other step depends on
*> Input:     chn-table (loaded)
*> Output:    job-chain.dat
       chnRemoveStep.
              if chn-def-bad or chn-step-count = 0
                  exit paragraph
              end-if
              move "Number to remove:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is not numeric
                  exit paragraph
              end-if
              move function numval(input-buffer) to chn-idx
              if chn-idx < 1 or chn-idx > chn-step-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform varying chn-idx-2 from 1 by 1 until chn-idx-2 > chn-step-count
                  perform varying chn-dep-idx from 1 by 1
                      until chn-dep-idx > chn-step-dep-count(chn-idx-2)
                      if chn-step-dep(chn-idx-2, chn-dep-idx) = chn-step-name(chn-idx)
                          move spaces to output-buffer
                          string function trim(chn-step-name(chn-idx-2) trailing) delimited by size
                                 " depends on that step - remove or change it first." delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                          exit paragraph
                      end-if
                  end-perform
              end-perform
              perform varying chn-idx-2 from chn-idx by 1 until chn-idx-2 >= chn-step-count
                  move chn-step(chn-idx-2 + 1) to chn-step(chn-idx-2)
              end-perform
              subtract 1 from chn-step-count
              perform chnSaveDefinition
              move "Step removed." to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> Business date - the batch jobs take "today" from the BUSINESS-DATE
*> row of batch-control.dat rather than from the clock. The ROLLDATE
*> job (last in the nightly chain) moves it on a day, so a job that
*> missed its night and is rerun the next morning still works its
*> cutoffs from the night it should have run. A single run can also
*> be made "as of" an earlier date - INCOLLEGE_AS_OF_DATE, or a
*> one-time date the operator sets on the console - and every roll
*> and as-of run is on the audit trail. The institutional calendar
*> (institution-calendar.dat) lists holidays, breaks and terms, and
*> with the business-day basis switched on the nudge windows and the
*> aging report count weekdays off that calendar instead of calendar
*> days.
*>*******************************************************************

*> Paragraph: loadBusinessDate
*> Purpose:   Sets bdt-business-date from the control row - the clock
*>            date when there is no row yet
*> Input:     None
*> Output:    bdt-business-date, bdt-day-basis
       loadBusinessDate.
              move function current-date(1:8) to bdt-business-date
              move 'C' to bdt-day-basis
              move 'N' to bdt-cal-loaded-flag
              open input batch-control
              if batch-control-ok
                  move "BUSINESS-DATE" to bct-key
                  read batch-control
                      key is bct-key
                      invalid key
                          continue
                      not invalid key
                          if bct-business-date is numeric
                              move bct-business-date to bdt-business-date
                          end-if
                          move bct-day-basis to bdt-day-basis
                  end-read
              end-if
              close batch-control
              exit.

*> Paragraph: bdtApplyAsOf
*> Purpose:   For a batch run, takes the as-of date from
*>            INCOLLEGE_AS_OF_DATE or from the one-time date on the
*>            control row, checks it and makes it the run's business
*>            date
*> Input:     batch-job-name, bdt-business-date
*> Output:    bdt-business-date, bdt-as-of-refused-flag
       bdtApplyAsOf.
              move 'N' to bdt-as-of-refused-flag
              move spaces to bdt-as-of-in
              accept bdt-as-of-in from environment "INCOLLEGE_AS_OF_DATE"
              if bdt-as-of-in = spaces
                  open i-o batch-control
                  if batch-control-ok
                      move "BUSINESS-DATE" to bct-key
                      read batch-control
                          key is bct-key
                          invalid key
                              continue
                          not invalid key
                              if bct-as-of-date not = spaces
                              and (bct-as-of-job = spaces
                                   or bct-as-of-job = function upper-case(function trim(batch-job-name trailing)))
                                  move bct-as-of-date to bdt-as-of-in
                                  move spaces to bct-as-of-date
                                  move spaces to bct-as-of-job
                                  move spaces to bct-as-of-set-by
                                  rewrite batch-control-record
                              end-if
                      end-read
                  end-if
                  close batch-control
              end-if
              if bdt-as-of-in = spaces
                  exit paragraph
              end-if

              if bdt-as-of-in(1:8) is numeric and bdt-as-of-in(9:2) = spaces
                  if function test-date-yyyymmdd(function numval(bdt-as-of-in(1:8))) = 0
                  and bdt-as-of-in(1:8) not > bdt-business-date
                      continue
                  else
                      move 'Y' to bdt-as-of-refused-flag
                  end-if
              else
                  move 'Y' to bdt-as-of-refused-flag
              end-if
              if bdt-as-of-refused
                  move spaces to output-buffer
                  string "AS-OF date " delimited by size
                         function trim(bdt-as-of-in trailing) delimited by size
                         " refused - it must be a real date no later than the business date " delimited by size
                         bdt-business-date delimited by size
                         ". The job was not run." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  exit paragraph
              end-if

              move bdt-as-of-in(1:8) to bdt-business-date
              move spaces to output-buffer
              string "AS OF " delimited by size
                     bdt-business-date delimited by size
                     " - cutoffs are worked from this date, not the clock." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move function upper-case(function trim(batch-job-name trailing)) to audit-actor
              move "batch-control.dat" to audit-file-name
              move spaces to audit-record-key
              string "AS-OF|" delimited by size
                     function upper-case(function trim(batch-job-name trailing)) delimited by size
                     "|" delimited by size
                     bdt-business-date delimited by size
                     into audit-record-key
              end-string
              move "ASOF" to audit-action
              perform recordAuditEvent
              exit.

*> Paragraph: rollBusinessDate
*> Purpose:   Moves the business date forward to bdt-roll-target (the
*>            next day when zero), never past the clock date, and
*>            creates the control row the first time
*> Input:     bdt-roll-target (YYYYMMDD or 0), batch-job-name /
*>            operator-id
*> Output:    bdt-business-date, bdt-rolled-flag
       rollBusinessDate.
              move 'N' to bdt-rolled-flag
              open i-o batch-control
              if batch-control-missing
                  open output batch-control
                  close batch-control
                  open i-o batch-control
              end-if
              if not batch-control-ok
                  move "Unable to open the batch control file." to output-buffer
                  perform outputLine
                  close batch-control
                  exit paragraph
              end-if
              move "BUSINESS-DATE" to bct-key
              read batch-control
                  key is bct-key
                  invalid key
                      initialize batch-control-record
                      move "BUSINESS-DATE" to bct-key
                      move bdt-business-date to bct-business-date
                      move 'C' to bct-day-basis
                      move function current-date(1:14) to bct-updated-stamp
                      write batch-control-record
              end-read

              if bdt-roll-target = 0
                  move bct-business-date to date-ymd-work
                  compute date-int-work = function integer-of-date(date-ymd-work) + 1
                  compute bdt-roll-target = function date-of-integer(date-int-work)
              end-if
              move bdt-roll-target to bdt-roll-target-x
              if bdt-roll-target-x not > bct-business-date
                  move spaces to output-buffer
                  string "The business date is already " delimited by size
                         bct-business-date delimited by size
                         " - it only moves forward." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  close batch-control
                  exit paragraph
              end-if
              if bdt-roll-target-x > function current-date(1:8)
                  move spaces to output-buffer
                  string "The business date stays at " delimited by size
                         bct-business-date delimited by size
                         " - it never runs ahead of the clock." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  close batch-control
                  exit paragraph
              end-if

              move bct-business-date to bct-prior-date
              move bdt-roll-target-x to bct-business-date
              if function trim(batch-job-name trailing) not = spaces
                  move function upper-case(function trim(batch-job-name trailing)) to bct-updated-by
              else
                  move operator-id to bct-updated-by
              end-if
              move function current-date(1:14) to bct-updated-stamp
              add 1 to bct-roll-count
              rewrite batch-control-record
              if batch-control-ok
                  move 'Y' to bdt-rolled-flag
                  move bct-business-date to bdt-business-date
                  move bct-updated-by to audit-actor
                  move "batch-control.dat" to audit-file-name
                  move spaces to audit-record-key
                  string "BUSINESS-DATE|" delimited by size
                         bct-prior-date delimited by size
                         "|" delimited by size
                         bct-business-date delimited by size
                         into audit-record-key
                  end-string
                  move "ROLL" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string "Business date rolled from " delimited by size
                         bct-prior-date delimited by size
                         " to " delimited by size
                         bct-business-date delimited by size
                         "." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              close batch-control
              exit.

*> Paragraph: checkBusinessDateLag
*> Purpose:   Warns at operator sign-in when the business date has
*>            fallen more than a day behind the clock
*> Input:     bdt-business-date
*> Output:    None
       checkBusinessDateLag.
              move bdt-business-date to date-ymd-work
              move function current-date(1:8) to date-ymd-work-2
              if function integer-of-date(date-ymd-work-2)
                 - function integer-of-date(date-ymd-work) > 1
                  move spaces to output-buffer
                  string "WARNING: the business date is still " delimited by size
                         bdt-business-date delimited by size
                         " - rerun any missed jobs, then roll it forward (ROLLDATE)." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: bdtLoadCalendar
*> Purpose:   Loads the HOLIDAY and BREAK ranges of the institutional
*>            calendar once per run
*> Input:     None
*> Output:    bdt-off-table, bdt-off-count
       bdtLoadCalendar.
              if bdt-cal-loaded
                  exit paragraph
              end-if
              move 'Y' to bdt-cal-loaded-flag
              move 0 to bdt-off-count
              open input institution-calendar
              if calendar-ok
                  perform until calendar-status not = "00"
                      read institution-calendar next record
                          at end
                              exit perform
                          not at end
                              if (icl-holiday or icl-break)
                              and icl-start-date is numeric
                              and bdt-off-count < 200
                                  add 1 to bdt-off-count
                                  move icl-start-date to date-ymd-work
                                  compute bdt-off-from(bdt-off-count) =
                                      function integer-of-date(date-ymd-work)
                                  if icl-end-date is numeric
                                  and icl-end-date > icl-start-date
                                      move icl-end-date to date-ymd-work
                                  end-if
                                  compute bdt-off-to(bdt-off-count) =
                                      function integer-of-date(date-ymd-work)
                              end-if
                      end-read
                  end-perform
              end-if
              close institution-calendar
              exit.

*> Paragraph: bdtCheckDay
*> Purpose:   Says whether one day is a business day - Monday to
*>            Friday and not inside a holiday or break
*> Input:     bdt-walk-int (integer date)
*> Output:    bdt-business-day-flag
       bdtCheckDay.
              move 'Y' to bdt-business-day-flag
              *> Day 1 (1601-01-01) was a Monday
              compute bdt-dow = function mod(bdt-walk-int - 1, 7)
              if bdt-dow >= 5
                  move 'N' to bdt-business-day-flag
                  exit paragraph
              end-if
              perform varying bdt-off-idx from 1 by 1 until bdt-off-idx > bdt-off-count
                  if bdt-walk-int >= bdt-off-from(bdt-off-idx)
                  and bdt-walk-int <= bdt-off-to(bdt-off-idx)
                      move 'N' to bdt-business-day-flag
                      exit perform
                  end-if
              end-perform
              exit.

*> Paragraph: bdtSubtractDays
*> Purpose:   The date bdt-span days before bdt-from-int, counted in
*>            calendar or business days per the control row
*> Input:     bdt-from-int, bdt-span, bdt-day-basis
*> Output:    bdt-result-int
       bdtSubtractDays.
              if not bdt-count-business
                  compute bdt-result-int = bdt-from-int - bdt-span
                  exit paragraph
              end-if
              perform bdtLoadCalendar
              move bdt-from-int to bdt-walk-int
              move 0 to bdt-walked
              perform until bdt-walked >= bdt-span
                  subtract 1 from bdt-walk-int
                  perform bdtCheckDay
                  if bdt-business-day
                      add 1 to bdt-walked
                  end-if
              end-perform
              move bdt-walk-int to bdt-result-int
              exit.

*> Paragraph: bdtCountDays
*> Purpose:   Days from bdt-from-int to bdt-to-int, in calendar or
*>            business days per the control row (business days count
*>            the days after the start up to and including the end)
*> Input:     bdt-from-int, bdt-to-int, bdt-day-basis
*> Output:    bdt-day-count
       bdtCountDays.
              if not bdt-count-business
                  compute bdt-day-count = bdt-to-int - bdt-from-int
                  exit paragraph
              end-if
              perform bdtLoadCalendar
              move 0 to bdt-day-count
              compute bdt-walk-int = bdt-from-int + 1
              perform until bdt-walk-int > bdt-to-int
                  perform bdtCheckDay
                  if bdt-business-day
                      add 1 to bdt-day-count
                  end-if
                  add 1 to bdt-walk-int
              end-perform
              exit.

*> Paragraph: businessDateScreen
*> Purpose:   Operator view of the control row - roll the business
*>            date forward, set a one-time as-of date, switch the day
*>            basis, and keep the institutional calendar. Changes need
*>            the Business Date, As-Of Runs and Calendar privilege
*> Input:     None
*> Output:    None
       businessDateScreen.
              perform until not valid-read
                  perform loadBusinessDate
                  move "--- Business Date ---" to output-buffer
                  perform outputLine
                  move spaces to output-buffer
                  string "Business date: " delimited by size
                         bdt-business-date delimited by size
                         "   (clock date " delimited by size
                         function current-date(1:8) delimited by size
                         ")" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  if bdt-count-business
                      move "Ages and windows count business days (weekdays off the institutional calendar)." to output-buffer
                  else
                      move "Ages and windows count calendar days." to output-buffer
                  end-if
                  perform outputLine
                  open input batch-control
                  if batch-control-ok
                      move "BUSINESS-DATE" to bct-key
                      read batch-control
                          key is bct-key
                          invalid key
                              move "No control row yet - the jobs use the clock date until the first roll." to output-buffer
                              perform outputLine
                          not invalid key
                              move spaces to output-buffer
                              string "Last rolled " delimited by size
                                     bct-updated-stamp delimited by size
                                     " by " delimited by size
                                     function trim(bct-updated-by trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                              if bct-as-of-date not = spaces
                                  move spaces to output-buffer
                                  if bct-as-of-job = spaces
                                      string "Pending as-of date " delimited by size
                                             bct-as-of-date delimited by size
                                             " for the next job run (set by " delimited by size
                                             function trim(bct-as-of-set-by trailing) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "Pending as-of date " delimited by size
                                             bct-as-of-date delimited by size
                                             " for the next " delimited by size
                                             function trim(bct-as-of-job trailing) delimited by size
                                             " run (set by " delimited by size
                                             function trim(bct-as-of-set-by trailing) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-if
                  close batch-control
                  move "[r] Roll forward  [a] Run a job as of an earlier date  [b] Switch calendar/business days  [c] Institutional calendar  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to bdt-choice
                  if bdt-choice = 'q' or bdt-choice = 'Q' or not valid-read
                      exit perform
                  end-if
                  if bdt-choice = 'c' or bdt-choice = 'C'
                      perform institutionCalendarScreen
                      exit perform cycle
                  end-if
                  move "gd" to opr-check-code
                  perform checkOperatorPrivilege
                  if not opr-permitted
                      exit perform cycle
                  end-if
                  evaluate true
                      when bdt-choice = 'r' or bdt-choice = 'R'
                          move "Roll forward to (YYYYMMDD, blank = the next day):" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move 0 to bdt-roll-target
                          if function trim(input-buffer trailing) not = spaces
                              if function trim(input-buffer trailing) is numeric
                              and function length(function trim(input-buffer trailing)) = 8
                              and function test-date-yyyymmdd(function numval(input-buffer)) = 0
                                  move function numval(input-buffer) to bdt-roll-target
                              else
                                  move "Please enter the date as YYYYMMDD." to output-buffer
                                  perform outputLine
                                  exit perform cycle
                              end-if
                          end-if
                          perform rollBusinessDate
                      when bdt-choice = 'a' or bdt-choice = 'A'
                          perform bdtSetAsOf
                      when bdt-choice = 'b' or bdt-choice = 'B'
                          perform bdtSwitchBasis
                      when other
                          move "Invalid choice. Please try again." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: bdtSetAsOf
*> Purpose:   Records a one-time as-of date on the control row for the
*>            next run of one job (or of any job)
*> Input:     None (prompts)
*> Output:    batch-control.dat
       bdtSetAsOf.
              move "Job to rerun (e.g. NUDGE), blank for whichever job runs next:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer)) to bdt-as-of-job-in
              if bdt-as-of-job-in not = spaces
                  move 'N' to dst-due-flag
                  perform varying dst-idx from 1 by 1 until dst-idx > dst-job-count
                      if dst-job-name(dst-idx) = bdt-as-of-job-in
                          move 'Y' to dst-due-flag
                          exit perform
                      end-if
                  end-perform
                  if not dst-due
                      move "That is not a batch job name." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-if
              move "As of (YYYYMMDD, no later than the business date):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer) to bdt-as-of-in
              if bdt-as-of-in(1:8) is not numeric or bdt-as-of-in(9:2) not = spaces
                  move "Please enter the date as YYYYMMDD." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if function test-date-yyyymmdd(function numval(bdt-as-of-in(1:8))) not = 0
              or bdt-as-of-in(1:8) > bdt-business-date
                  move "The as-of date must be a real date no later than the business date." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o batch-control
              if batch-control-missing
                  open output batch-control
                  close batch-control
                  open i-o batch-control
              end-if
              move "BUSINESS-DATE" to bct-key
              read batch-control
                  key is bct-key
                  invalid key
                      initialize batch-control-record
                      move "BUSINESS-DATE" to bct-key
                      move bdt-business-date to bct-business-date
                      move 'C' to bct-day-basis
                      move operator-id to bct-updated-by
                      move function current-date(1:14) to bct-updated-stamp
                      write batch-control-record
              end-read
              move bdt-as-of-in(1:8) to bct-as-of-date
              move bdt-as-of-job-in to bct-as-of-job
              move operator-id to bct-as-of-set-by
              rewrite batch-control-record
              if batch-control-ok
                  perform setAuditActor
                  move "batch-control.dat" to audit-file-name
                  move spaces to audit-record-key
                  string "AS-OF|" delimited by size
                         function trim(bct-as-of-job trailing) delimited by size
                         "|" delimited by size
                         bct-as-of-date delimited by size
                         into audit-record-key
                  end-string
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "As-of date set - the next matching job run uses it once." to output-buffer
              else
                  move "Unable to update the batch control file." to output-buffer
              end-if
              perform outputLine
              close batch-control
              exit.

*> Paragraph: bdtSwitchBasis
*> Purpose:   Switches the control row between calendar-day and
*>            business-day counting
*> Input:     None
*> Output:    batch-control.dat, bdt-day-basis
       bdtSwitchBasis.
              open i-o batch-control
              if batch-control-missing
                  open output batch-control
                  close batch-control
                  open i-o batch-control
              end-if
              move "BUSINESS-DATE" to bct-key
              read batch-control
                  key is bct-key
                  invalid key
                      initialize batch-control-record
                      move "BUSINESS-DATE" to bct-key
                      move bdt-business-date to bct-business-date
                      move 'C' to bct-day-basis
                      move operator-id to bct-updated-by
                      move function current-date(1:14) to bct-updated-stamp
                      write batch-control-record
              end-read
              if bct-business-days
                  move 'C' to bct-day-basis
                  move "Ages and windows now count calendar days." to output-buffer
              else
                  move 'B' to bct-day-basis
                  move "Ages and windows now count business days." to output-buffer
              end-if
              rewrite batch-control-record
              if batch-control-ok
                  move bct-day-basis to bdt-day-basis
                  perform setAuditActor
                  move "batch-control.dat" to audit-file-name
                  move bct-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              else
                  move "Unable to update the batch control file." to output-buffer
              end-if
              perform outputLine
              close batch-control
              exit.

*> Paragraph: institutionCalendarScreen
*> Purpose:   Lists the institutional calendar and adds or removes
*>            entries (changes need the Business Date, As-Of Runs and
*>            Calendar privilege)
*> Input:     None
*> Output:    None
       institutionCalendarScreen.
              perform until not valid-read
                  move "--- Institutional Calendar ---" to output-buffer
                  perform outputLine
                  move 0 to bdt-list-count
                  open input institution-calendar
                  if calendar-ok
                      perform until calendar-status not = "00"
                          read institution-calendar next record
                              at end
                                  exit perform
                              not at end
                                  if bdt-list-count < 100
                                      add 1 to bdt-list-count
                                      move icl-key to bdt-list-key-entry(bdt-list-count)
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(bdt-list-count leading) delimited by size
                                             "] " delimited by size
                                             icl-start-date delimited by size
                                             " - " delimited by size
                                             icl-end-date delimited by size
                                             "  " delimited by size
                                             icl-type delimited by size
                                             " " delimited by size
                                             function trim(icl-description trailing) delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close institution-calendar
                  if bdt-list-count = 0
                      move "The calendar is empty - only weekends are non-business days." to output-buffer
                      perform outputLine
                  end-if
                  move "[a] Add an entry  [x] Remove an entry  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to bdt-choice
                  if bdt-choice not = 'a' and bdt-choice not = 'A'
                  and bdt-choice not = 'x' and bdt-choice not = 'X'
                      exit perform
                  end-if
                  move "gd" to opr-check-code
                  perform checkOperatorPrivilege
                  if not opr-permitted
                      exit perform cycle
                  end-if
                  if bdt-choice = 'a' or bdt-choice = 'A'
                      perform bdtAddCalendarEntry
                  else
                      perform bdtRemoveCalendarEntry
                  end-if
                  move 'N' to bdt-cal-loaded-flag
              end-perform
              exit.

*> Paragraph: bdtAddCalendarEntry
*> Purpose:   Captures and writes one institutional calendar entry
*> Input:     None (prompts)
*> Output:    institution-calendar.dat
       bdtAddCalendarEntry.
              initialize institution-calendar-record
              move "[h] Holiday  [b] Break  [t] Term:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'h' or input-buffer(1:1) = 'H'
                      move "HOLIDAY" to icl-type
                  when input-buffer(1:1) = 'b' or input-buffer(1:1) = 'B'
                      move "BREAK" to icl-type
                  when input-buffer(1:1) = 't' or input-buffer(1:1) = 'T'
                      move "TERM" to icl-type
                  when other
                      exit paragraph
              end-evaluate
              move "First day (YYYYMMDD):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform eclReadDate
              if not ecl-input-ok or ecl-date-work = spaces
                  exit paragraph
              end-if
              move ecl-date-work to icl-start-date
              move "Last day (YYYYMMDD, blank = the same day):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform eclReadDate
              if not ecl-input-ok
                  exit paragraph
              end-if
              if ecl-date-work = spaces
                  move icl-start-date to icl-end-date
              else
                  move ecl-date-work to icl-end-date
              end-if
              if icl-end-date < icl-start-date
                  move "The last day cannot be before the first." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Description (e.g. Thanksgiving, Fall 2026):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer) to icl-description
              move operator-id to icl-added-by
              move function current-date(1:8) to icl-added-date

              open i-o institution-calendar
              if calendar-missing
                  open output institution-calendar
                  close institution-calendar
                  open i-o institution-calendar
              end-if
              write institution-calendar-record
                  invalid key
                      move "There is already an entry of that type starting that day." to output-buffer
                  not invalid key
                      perform setAuditActor
                      move "institution-calendar.dat" to audit-file-name
                      move icl-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      move "Calendar entry added." to output-buffer
              end-write
              perform outputLine
              close institution-calendar
              exit.

*> Paragraph: bdtRemoveCalendarEntry
*> Purpose:   Deletes one institutional calendar entry by its number
*> Input:     bdt-list-key-entry, bdt-list-count
*> Output:    institution-calendar.dat
       bdtRemoveCalendarEntry.
              if bdt-list-count = 0
                  exit paragraph
              end-if
              move "Number to remove:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is not numeric
                  exit paragraph
              end-if
              move function numval(input-buffer) to bdt-selected-index
              if bdt-selected-index < 1 or bdt-selected-index > bdt-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open i-o institution-calendar
              move bdt-list-key-entry(bdt-selected-index) to icl-key
              delete institution-calendar
                  invalid key
                      move "That entry is no longer on file." to output-buffer
                  not invalid key
                      perform setAuditActor
                      move "institution-calendar.dat" to audit-file-name
                      move icl-key to audit-record-key
                      move "DELETE" to audit-action
                      perform recordAuditEvent
                      move "Calendar entry removed." to output-buffer
              end-delete
              perform outputLine
              close institution-calendar
              exit.

*>*******************************************************************
*> Report distribution - report-distribution.dat maps each batch job
*> to the people who should hear about its run (console operators,
*> advisors and other accounts, or outside addresses) and how often.
*> After the ledger entry is written every REGULAR row that is due
*> gets a short summary on the outbound mail spool - the return code,
*> the control totals and the report file to pick up - and a run that
*> ends with return code 4 or 8 also goes to every ESCALATE row, so
*> nobody has to remember to go and look.
*>*******************************************************************

*> Paragraph: distributeBatchReport
*> Purpose:   Queues this run's summary for every due recipient of
*>            the job (and of "*")
*> Input:     batch-job-name, bjl-start-stamp, return-code,
*>            batch-records-count
*> Output:    dst-queued-count
       distributeBatchReport.
              move 0 to dst-queued-count
              move return-code to dst-rc
              move function upper-case(function trim(batch-job-name trailing)) to dst-job-work
              move function current-date(1:8) to dst-today
              perform dstReportName
              perform dstExceptionTotal
              perform dstBuildSummary

              open i-o report-distribution
              if not distribution-ok
                  close report-distribution
                  exit paragraph
              end-if
              perform until distribution-status not = "00"
                  read report-distribution next record
                      at end
                          exit perform
                      not at end
                          if function trim(dst-job trailing) = dst-job-work
                          or function trim(dst-job trailing) = "*"
                              perform dstSendIfDue
                          end-if
                  end-read
              end-perform
              close report-distribution
              if dst-queued-count > 0
                  move dst-queued-count to dst-count-disp
                  move spaces to output-buffer
                  string "Run summary queued for " delimited by size
                         function trim(dst-count-disp leading) delimited by size
                         " distribution recipient(s)." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: dstSendIfDue
*> Purpose:   Decides whether the distribution row just read is due
*>            for this run and, when it is, spools the summary and
*>            stamps the row
*> Input:     distribution-record, dst-rc, dst-today
*> Output:    dst-queued-count
       dstSendIfDue.
              move 'N' to dst-due-flag
              if dst-escalation
                  if dst-rc >= 4
                      move 'Y' to dst-due-flag
                  end-if
              else
                  evaluate true
                      when dst-last-sent = spaces
                          move 'Y' to dst-due-flag
                      when dst-daily
                          if dst-last-sent < dst-today
                              move 'Y' to dst-due-flag
                          end-if
                      when dst-weekly
                          if function integer-of-date(function numval(dst-today))
                             - function integer-of-date(function numval(dst-last-sent)) >= 7
                              move 'Y' to dst-due-flag
                          end-if
                      when dst-monthly
                          if dst-last-sent(1:6) < dst-today(1:6)
                              move 'Y' to dst-due-flag
                          end-if
                      when other
                          move 'Y' to dst-due-flag
                  end-evaluate
              end-if
              if not dst-due
                  exit paragraph
              end-if

              move dst-recipient to message-recipient-buffer
              move dst-summary to message-content-buffer
              move spaces to message-spool-subject
              if dst-escalation
                  string "ESCALATION: " delimited by size
                         dst-subject delimited by size
                         into message-spool-subject
                  end-string
              else
                  move dst-subject to message-spool-subject
              end-if
              move spaces to notify-class-buffer
              move spaces to spool-sender
              if dst-address not = spaces
                  move dst-address to spool-contact-override
              else
                  if dst-to-external
                      move dst-recipient to spool-contact-override
                  end-if
              end-if
              perform queueMailSpool
              move spaces to message-spool-subject

              move dst-today to dst-last-sent
              add 1 to dst-sent-count
              rewrite distribution-record
              if distribution-ok
                  add 1 to dst-queued-count
                  move dst-job-work to audit-actor
                  move "report-distribution.dat" to audit-file-name
                  move dst-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              exit.

*> Paragraph: dstReportName
*> Purpose:   The file a job leaves its report in, for the summary
*> Input:     dst-job-work
*> Output:    dst-report-name
       dstReportName.
              move "output.txt" to dst-report-name
              perform varying dst-idx from 1 by 1 until dst-idx > dst-job-count
                  if dst-job-name(dst-idx) = dst-job-work
                      move dst-job-report(dst-idx) to dst-report-name
                      exit perform
                  end-if
              end-perform
              if (dst-job-work = "BACKUP" or dst-job-work = "MASK")
              and bkp-manifest-name not = spaces
                  move bkp-manifest-name to dst-report-name
              end-if
              exit.

*> Paragraph: dstExceptionTotal
*> Purpose:   The job's own exception counter, where it keeps one,
*>            as the second control total
*> Input:     dst-job-work
*> Output:    dst-exceptions, dst-has-exceptions-flag
       dstExceptionTotal.
              move 0 to dst-exceptions
              move 'Y' to dst-has-exceptions-flag
              evaluate dst-job-work
                  when "RECON"
                      move recon-exception-count to dst-exceptions
                  when "IMPORT"
                      move imp-reject-count to dst-exceptions
                  when "ROSTER"
                      move ros-reject-count to dst-exceptions
                  when "ENROLL"
                      move enr-exception-count to dst-exceptions
                  when "INBOUND"
                      move inb-reject-count to dst-exceptions
                  when "MAILSTAT"
                      move mst-unmatched-count to dst-exceptions
                  when "EEO"
                      move eeo-flag-count to dst-exceptions
                  when "PAYROLL"
                      move wks-exception-count to dst-exceptions
                  when "CREDIT"
                      move crd-pending-count to dst-exceptions
                  when "HEALTH"
                      compute dst-exceptions = hlt-fail-count + hlt-warning-count
                  when "RISK"
                      move risk-week-waiting to dst-exceptions
                  when "SENDLATER"
                      move sch-skipped-count to dst-exceptions
                  when "MASK"
                      compute dst-exceptions = msk-failed-count + msk-collision-count
                  when "ATSIN"
                      compute dst-exceptions = ats-exception-count + ats-refused-count
                  when other
                      move 'N' to dst-has-exceptions-flag
              end-evaluate
              exit.

*> Paragraph: dstBuildSummary
*> Purpose:   Builds the subject and body every recipient of this run
*>            is sent
*> Input:     dst-job-work, dst-rc, bjl-start-stamp,
*>            batch-records-count, dst-exceptions, dst-report-name
*> Output:    dst-subject, dst-summary
       dstBuildSummary.
              move spaces to dst-subject
              string "inCollege batch " delimited by size
                     dst-job-work delimited by space
                     " rc " delimited by size
                     dst-rc delimited by size
                     into dst-subject
              end-string
              move batch-records-count to dst-records-disp
              move spaces to dst-summary
              string "Job " delimited by size
                     dst-job-work delimited by space
                     " started " delimited by size
                     bjl-start-stamp(1:8) delimited by size
                     " " delimited by size
                     bjl-start-stamp(9:6) delimited by size
                     ", ended " delimited by size
                     function current-date(1:8) delimited by size
                     " " delimited by size
                     function current-date(9:6) delimited by size
                     ", return code " delimited by size
                     dst-rc delimited by size
                     ". Records processed: " delimited by size
                     function trim(dst-records-disp leading) delimited by size
                     "." delimited by size
                     into dst-summary
              end-string
              if dst-has-exceptions
                  move dst-exceptions to dst-records-disp
                  string function trim(dst-summary trailing) delimited by size
                         " Exceptions: " delimited by size
                         function trim(dst-records-disp leading) delimited by size
                         "." delimited by size
                         into dst-summary-work
                  end-string
                  move dst-summary-work to dst-summary
                  move spaces to dst-summary-work
              end-if
              string function trim(dst-summary trailing) delimited by size
                     " Report: " delimited by size
                     function trim(dst-report-name trailing) delimited by size
                     "." delimited by size
                     into dst-summary-work
              end-string
              move dst-summary-work to dst-summary
              move spaces to dst-summary-work
              if dst-rc >= 4
                  string function trim(dst-summary trailing) delimited by size
                         " The run ended with exceptions - please review the report." delimited by size
                         into dst-summary-work
                  end-string
                  move dst-summary-work to dst-summary
                  move spaces to dst-summary-work
              end-if
              exit.

*> Paragraph: reportDistributionLists
*> Purpose:   Operator maintenance of report-distribution.dat - list
*>            the rows, add one, or remove one
*> Input:     None
*> Output:    None
       reportDistributionLists.
              perform until not valid-read
                  move "--- Report Distribution Lists ---" to output-buffer
                  perform outputLine
                  move 0 to dst-list-count
                  open input report-distribution
                  if distribution-ok
                      perform until distribution-status not = "00"
                          read report-distribution next record
                              at end
                                  exit perform
                              not at end
                                  if dst-list-count < 50
                                      add 1 to dst-list-count
                                      move dst-key to dst-list-key-entry(dst-list-count)
                                      perform dstShowRow
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close report-distribution
                  if dst-list-count = 0
                      move "No one is on a distribution list yet - batch reports are only written to their files." to output-buffer
                      perform outputLine
                  end-if
                  move "[a] Add a recipient  [r] Remove a recipient  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 'a' or input-buffer(1:1) = 'A'
                          perform dstAddRecipient
                      when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                          perform dstRemoveRecipient
                      when other
                          exit perform
                  end-evaluate
              end-perform
              exit.

*> Paragraph: dstShowRow
*> Purpose:   Prints one distribution row, numbered for removal
*> Input:     distribution-record, dst-list-count
*> Output:    None
       dstShowRow.
              move spaces to output-buffer
              if dst-escalation
                  string "[" delimited by size
                         function trim(dst-list-count leading) delimited by size
                         "] " delimited by size
                         function trim(dst-job trailing) delimited by size
                         " -> " delimited by size
                         function trim(dst-recipient trailing) delimited by size
                         " (" delimited by size
                         function trim(dst-type trailing) delimited by size
                         ") ESCALATION - runs ending rc 4/8" delimited by size
                         into output-buffer
                  end-string
              else
                  string "[" delimited by size
                         function trim(dst-list-count leading) delimited by size
                         "] " delimited by size
                         function trim(dst-job trailing) delimited by size
                         " -> " delimited by size
                         function trim(dst-recipient trailing) delimited by size
                         " (" delimited by size
                         function trim(dst-type trailing) delimited by size
                         ") " delimited by size
                         function trim(dst-frequency trailing) delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              move spaces to output-buffer
              if dst-last-sent = spaces
                  move "     never sent" to output-buffer
              else
                  move dst-sent-count to dst-count-disp
                  string "     last sent " delimited by size
                         dst-last-sent delimited by size
                         ", " delimited by size
                         function trim(dst-count-disp leading) delimited by size
                         " summary(ies) in all" delimited by size
                         into output-buffer
                  end-string
              end-if
              if dst-address not = spaces and not dst-to-external
                  string function trim(output-buffer trailing) delimited by size
                         " - mail to " delimited by size
                         function trim(dst-address trailing) delimited by size
                         into dst-summary-work
                  end-string
                  move dst-summary-work to output-buffer
                  move spaces to dst-summary-work
              end-if
              perform outputLine
              exit.

*> Paragraph: dstAddRecipient
*> Purpose:   Captures and writes one distribution row
*> Input:     None (prompts)
*> Output:    report-distribution.dat
       dstAddRecipient.
              initialize distribution-record
              move "Batch job name (e.g. RECON), or * for every job:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer)) to dst-job-work
              if dst-job-work not = "*"
                  move 'N' to dst-due-flag
                  perform varying dst-idx from 1 by 1 until dst-idx > dst-job-count
                      if dst-job-name(dst-idx) = dst-job-work
                          move 'Y' to dst-due-flag
                          exit perform
                      end-if
                  end-perform
                  if not dst-due
                      move "That is not a batch job name." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-if
              move dst-job-work to dst-job

              move "[o] Console operator  [u] Account (advisor, staff)  [e] Outside mail address:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'o' or input-buffer(1:1) = 'O'
                      move "OPERATOR" to dst-type
                      move "Operator id:" to output-buffer
                  when input-buffer(1:1) = 'u' or input-buffer(1:1) = 'U'
                      move "USER" to dst-type
                      move "Username:" to output-buffer
                  when input-buffer(1:1) = 'e' or input-buffer(1:1) = 'E'
                      move "EXTERNAL" to dst-type
                      move "Mail address:" to output-buffer
                  when other
                      exit paragraph
              end-evaluate
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  exit paragraph
              end-if
              evaluate true
                  when dst-to-operator
                      move function upper-case(function trim(input-buffer)) to dst-recipient
                      open input operators
                      move dst-recipient to opr-id
                      read operators
                          key is opr-id
                          invalid key
                              move "23" to operator-status
                      end-read
                      close operators
                      if opr-id not = dst-recipient or operator-status not = "00"
                          move "No operator with that id." to output-buffer
                          perform outputLine
                          exit paragraph
                      end-if
                  when dst-to-user
                      move function upper-case(function trim(input-buffer)) to dst-recipient
                      move dst-recipient to buffer-acct-username
                      perform findAcct
                      if not acct-found
                          move "No account with that username." to output-buffer
                          perform outputLine
                          exit paragraph
                      end-if
                  when other
                      move function trim(input-buffer) to dst-recipient
                      move 0 to dst-at-count
                      inspect dst-recipient tallying dst-at-count for all "@"
                      if dst-at-count not = 1
                          move "That does not look like a mail address." to output-buffer
                          perform outputLine
                          exit paragraph
                      end-if
              end-evaluate

              *> Operators have no profile, so their mail address is
              *> taken here; an account may name one instead of its
              *> profile's
              if not dst-to-external
                  if dst-to-operator
                      move "Mail address for this operator:" to output-buffer
                  else
                      move "Mail address (blank = the profile's contact address):" to output-buffer
                  end-if
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move function trim(input-buffer) to dst-address
                  if dst-to-operator and dst-address = spaces
                      move "An operator recipient needs a mail address." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-if

              move "[r] Regular summaries  [x] Escalation (only runs ending rc 4 or 8):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer(1:1) = 'x' or input-buffer(1:1) = 'X'
                  move "ESCALATE" to dst-list
                  move "EVERY" to dst-frequency
              else
                  move "REGULAR" to dst-list
                  move "How often - [1] every run  [2] daily  [3] weekly  [4] monthly:" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate input-buffer(1:1)
                      when '2'
                          move "DAILY" to dst-frequency
                      when '3'
                          move "WEEKLY" to dst-frequency
                      when '4'
                          move "MONTHLY" to dst-frequency
                      when other
                          move "EVERY" to dst-frequency
                  end-evaluate
              end-if
              move operator-id to dst-added-by
              move function current-date(1:8) to dst-added-date

              open i-o report-distribution
              if distribution-missing
                  open output report-distribution
                  close report-distribution
                  open i-o report-distribution
              end-if
              write distribution-record
                  invalid key
                      move "That recipient is already on this job's list." to output-buffer
                  not invalid key
                      perform setAuditActor
                      move "report-distribution.dat" to audit-file-name
                      move dst-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      move "Recipient added." to output-buffer
              end-write
              perform outputLine
              close report-distribution
              exit.

*> Paragraph: dstRemoveRecipient
*> Purpose:   Deletes one distribution row by its number on the list
*> Input:     dst-list-key-entry, dst-list-count
*> Output:    report-distribution.dat
       dstRemoveRecipient.
              if dst-list-count = 0
                  exit paragraph
              end-if
              move "Number to remove:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is not numeric
                  exit paragraph
              end-if
              move function numval(input-buffer) to dst-selected-index
              if dst-selected-index < 1 or dst-selected-index > dst-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open i-o report-distribution
              move dst-list-key-entry(dst-selected-index) to dst-key
              delete report-distribution
                  invalid key
                      move "That row is no longer on file." to output-buffer
                  not invalid key
                      perform setAuditActor
                      move "report-distribution.dat" to audit-file-name
                      move dst-key to audit-record-key
                      move "DELETE" to audit-action
                      perform recordAuditEvent
                      move "Recipient removed." to output-buffer
              end-delete
              perform outputLine
              close report-distribution
              exit.

*>*******************************************************************
*> One-time layout conversion (batch job CONVERT) - the account and
*> job records gave up their fixed five skill slots this release (the
*> completions and required-skill tags now live in skill-completions
*> and job-skills), the skills catalog gained its listing fields and
*> the application record gained its hiring-pipeline stage and its
*> close-out disposition, so the previous release's indexed files
*> refuse to open (record-size mismatch) until rewritten. Each file
*> is first copied to a .old safety copy, then read back through the
*> previous layout and rewritten in the current one; every carried
*> field keeps its stored value and only the fields added this
*> release take their documented defaults. The company file gains its
*> billing tier (blank - billed at STANDARD), the job record its
*> on-campus type, hourly rate, funding source and award cap (blank
*> and zero - an ordinary posting) and the offer record its
*> deadline-reminder, decision-date and renege fields (blank - no
*> reminder sent, no renege); the event-RSVP and interview files go
*> through the same path unchanged. The application, message and
*> connection files gained alternate keys (applicant and posting,
*> recipient and thread, both connection users), so the message and
*> connection files are also read back through their key-only
*> previous release and rewritten, which builds the new indexes.
*> Accounts, postings, company pages and events gained a campus code,
*> and every one of them is placed on the home campus (accounts as
*> non-central staff). The operator record's privilege bytes went
*> from 50 to 80; the functions given privileges of their own take
*> the grant of the privilege that used to cover them. The search
*> index is rebuilt afterwards. Run
*> this once at install, before anything else touches the data.
*>*******************************************************************
       convertDataFiles.
              move "Converting data files to the current record layouts..." to output-buffer
              perform outputLine
              perform convertAcctFile
              perform convertJobFile
              perform convertSkillsFile
              perform convertApplicationFile
              perform convertCompanyFile
              perform convertEventFile
              perform convertRsvpFile
              perform convertInterviewFile
              perform convertOfferFile
              perform convertMessageFile
              perform convertConnectionFile
              perform rebuildSearchIndex
              move "Conversion complete. The .old safety copies stay on disk until the next backup." to output-buffer
              perform outputLine
              exit.

*> Paragraph: convertAcctFile
*> Purpose:   Rewrites acct-database.dat from the previous layout,
*>            carrying every stored field (role, lock state, password
*>            history, the lot). The five fixed skill-completion
*>            slots left the account record this release - each slot
*>            set becomes a row in skill-completions.dat.
       convertAcctFile.
              call "CBL_CHECK_FILE_EXIST" using conv-acct-src-name bkp-file-info
              if return-code not = 0
                  move "No acct-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-acct-src-name conv-acct-old-name
              open input conv-acct-old
              if cvold-acct-file-status not = "00"
                  move "Could not read acct-database.old - account conversion skipped." to output-buffer
                  perform outputLine
                  close conv-acct-old
                  exit paragraph
              end-if
              open output acct-database
              if acct-database-status not = "00"
                  move "Could not rewrite acct-database.dat - account conversion aborted." to output-buffer
                  perform outputLine
                  close conv-acct-old
                  close acct-database
                  exit paragraph
              end-if

              open i-o skill-completions
              if skill-completions-missing
                  open output skill-completions
                  close skill-completions
                  open i-o skill-completions
              end-if
              move 'N' to conv-target-open
              if skill-completions-ok
                  move 'Y' to conv-target-open
              end-if

              move 0 to conv-record-count
              move 0 to conv-skill-count
              perform until cvold-acct-file-status not = "00"
                  read conv-acct-old next record
                      at end
                          exit perform
                      not at end
                          initialize acct-record
                          move cvold-acct-username to acct-username
                          move cvold-acct-password to acct-password
                          move cvold-acct-security-question to acct-security-question
                          move cvold-acct-security-answer to acct-security-answer
                          move cvold-acct-created-date to acct-created-date
                          move cvold-acct-last-login to acct-last-login
                          move cvold-acct-failed-attempts to acct-failed-attempts
                          move cvold-acct-locked to acct-locked
                          move cvold-acct-pwd-changed-date to acct-pwd-changed-date
                          perform varying conv-idx from 1 by 1 until conv-idx > 3
                              move cvold-acct-prev-pwd(conv-idx) to acct-prev-pwd(conv-idx)
                          end-perform
                          move cvold-acct-flagged to acct-flagged
                          move cvold-acct-verified-enrollment to acct-verified-enrollment
                          move cvold-acct-verified-date to acct-verified-date
                          move cvold-acct-email-bounced to acct-email-bounced
                          move cvold-acct-must-change-pwd to acct-must-change-pwd
                          move cvold-acct-language to acct-language
                          *> Roles carry through; only a blank legacy
                          *> role falls back to student
                          if function trim(cvold-acct-type trailing) = spaces
                              move "STUDENT" to acct-type
                          else
                              move cvold-acct-type to acct-type
                          end-if
                          move cvold-profile-first-name to profile-first-name
                          move cvold-profile-last-name to profile-last-name
                          move cvold-profile-university to profile-university
                          move cvold-profile-major to profile-major
                          move cvold-profile-graduation-year to profile-graduation-year
                          move cvold-profile-about-me to profile-about-me
                          move cvold-profile-contact-email to profile-contact-email
                          perform varying profile-counter from 1 by 1
                              until profile-counter > 3
                              move cvold-exp-title(profile-counter) to exp-title(profile-counter)
                              move cvold-exp-company(profile-counter) to exp-company(profile-counter)
                              move cvold-exp-dates(profile-counter) to exp-dates(profile-counter)
                              move cvold-exp-description(profile-counter) to exp-description(profile-counter)
                              move cvold-exp-from-date(profile-counter) to exp-from-date(profile-counter)
                              move cvold-exp-to-date(profile-counter) to exp-to-date(profile-counter)
                              move cvold-edu-degree(profile-counter) to edu-degree(profile-counter)
                              move cvold-edu-university(profile-counter) to edu-university(profile-counter)
                              move cvold-edu-years(profile-counter) to edu-years(profile-counter)
                              move cvold-edu-from-date(profile-counter) to edu-from-date(profile-counter)
                              move cvold-edu-to-date(profile-counter) to edu-to-date(profile-counter)
                              move cvold-ref-name(profile-counter) to ref-name(profile-counter)
                              move cvold-ref-organization(profile-counter) to ref-organization(profile-counter)
                              move cvold-ref-detail(profile-counter) to ref-detail(profile-counter)
                          end-perform
                          *> Slot n was skill-id "0n"
                          perform varying conv-idx from 1 by 1 until conv-idx > 5
                              if cvold-skill-completed-flag(conv-idx) = 'Y'
                              and conv-target-open = 'Y'
                                  initialize skill-completion-record
                                  move cvold-acct-username to skc-username
                                  move "0" to skc-skill-id(1:1)
                                  move conv-idx to skc-skill-id(2:1)
                                  move spaces to skc-completed-date
                                  move 0 to skc-score
                                  write skill-completion-record
                                  if skill-completions-ok
                                      add 1 to conv-skill-count
                                  end-if
                              end-if
                          end-perform
                          move cvold-profile-status to profile-status
                          move cvold-profile-has-data to profile-has-data
                          if function trim(cvold-profile-visibility trailing) = spaces
                              move "PUBLIC" to profile-visibility
                          else
                              move cvold-profile-visibility to profile-visibility
                          end-if
                          move spaces to profile-work-authorization
                          move cmp-home-campus to acct-campus
                          move 'N' to acct-central-staff
                          write acct-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-acct-old
              close acct-database
              close skill-completions

              move spaces to output-buffer
              string "Accounts converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     ", skill completions carried over: " delimited by size
                     function trim(conv-skill-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertJobFile
*> Purpose:   Rewrites job-database.dat from the previous layout -
*>            every stored field carries through. The five fixed
*>            required-skill slots left the job record this release -
*>            each slot set becomes a row in job-skills.dat.
       convertJobFile.
              call "CBL_CHECK_FILE_EXIST" using conv-job-src-name bkp-file-info
              if return-code not = 0
                  move "No job-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-job-src-name conv-job-old-name
              open input conv-job-old
              if cvold-job-file-status not = "00"
                  move "Could not read job-database.old - job conversion skipped." to output-buffer
                  perform outputLine
                  close conv-job-old
                  exit paragraph
              end-if
              open output job-database
              if job-database-status not = "00"
                  move "Could not rewrite job-database.dat - job conversion aborted." to output-buffer
                  perform outputLine
                  close conv-job-old
                  close job-database
                  exit paragraph
              end-if

              open i-o job-skills
              if job-skills-missing
                  open output job-skills
                  close job-skills
                  open i-o job-skills
              end-if
              move 'N' to conv-target-open
              if job-skills-ok
                  move 'Y' to conv-target-open
              end-if

              move 0 to conv-record-count
              move 0 to conv-skill-count
              perform until cvold-job-file-status not = "00"
                  read conv-job-old next record
                      at end
                          exit perform
                      not at end
                          initialize job-record
                          move cvold-job-key to job-key
                          move cvold-job-title to job-title
                          move cvold-job-employer to job-employer
                          move cvold-job-location to job-location
                          move cvold-job-salary to job-salary
                          move cvold-job-description to job-description
                          move cvold-job-creator to job-creator
                          move cvold-job-status to job-status
                          move cvold-job-created-date to job-created-date
                          move cvold-job-resume-required to job-resume-required
                          move cvold-job-expiration-date to job-expiration-date
                          if function trim(cvold-job-company-key trailing) = spaces
                              move function upper-case(function trim(cvold-job-employer trailing))
                                  to job-company-key
                          else
                              move cvold-job-company-key to job-company-key
                          end-if
                          perform varying conv-idx from 1 by 1 until conv-idx > 5
                              move cvold-job-screen-question(conv-idx)
                                  to job-screen-question(conv-idx)
                              *> Slot n was skill-id "0n"
                              if cvold-job-req-skill-flag(conv-idx) = 'Y'
                              and conv-target-open = 'Y'
                                  initialize job-skill-record
                                  move cvold-job-key to jsk-job-key
                                  move "0" to jsk-skill-id(1:1)
                                  move conv-idx to jsk-skill-id(2:1)
                                  move cvold-job-created-date to jsk-added-date
                                  write job-skill-record
                                  if job-skills-ok
                                      add 1 to conv-skill-count
                                  end-if
                              end-if
                          end-perform
                          move cvold-job-salary-min to job-salary-min
                          move cvold-job-salary-max to job-salary-max
                          move cvold-job-salary-period to job-salary-period
                          move cvold-job-blind-screening to job-blind-screening
                          move cvold-job-reference-required to job-reference-required
                          move cvold-job-updated-date to job-updated-date
                          *> Normalize the free-text location onto the
                          *> reference list where it resolves to one
                          *> place; anything else is carried as typed
                          move 'Y' to loc-retired-flag
                          move cvold-job-location to loc-input
                          perform matchLocation
                          evaluate true
                              when loc-match-count = 1
                                  move loc-match-idx(1) to loc-picked
                                  perform applyPickedLocation
                              when loc-norm = spaces and loc-is-remote
                                  move "Remote" to job-location
                                  move spaces to job-location-key
                                  move "REMOTE" to job-region
                              when other
                                  move spaces to job-location-key
                                  move spaces to job-region
                          end-evaluate
                          if loc-is-remote
                              move "REMOTE" to job-work-mode
                          else
                              move "ONSITE" to job-work-mode
                          end-if
                          move spaces to job-featured-until
                          move spaces to job-type
                          move 0 to job-hourly-rate
                          move spaces to job-funding-source
                          move 0 to job-award-cap
                          move cmp-home-campus to job-campus
                          write job-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-job-old
              close job-database
              close job-skills

              move spaces to output-buffer
              string "Job postings converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     ", required-skill tags carried over: " delimited by size
                     function trim(conv-skill-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertSkillsFile
*> Purpose:   Rewrites skills-database.dat from the previous layout -
*>            every skill on file joins the catalog ACTIVE, listed in
*>            skill-id order (positions 10, 20, 30 ...)
       convertSkillsFile.
              call "CBL_CHECK_FILE_EXIST" using conv-skill-src-name bkp-file-info
              if return-code not = 0
                  move "No skills-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-skill-src-name conv-skill-old-name
              open input conv-skill-old
              if cvold-skill-file-status not = "00"
                  move "Could not read skills-database.old - skills conversion skipped." to output-buffer
                  perform outputLine
                  close conv-skill-old
                  exit paragraph
              end-if
              open output skills-database
              if skills-status not = "00"
                  move "Could not rewrite skills-database.dat - skills conversion aborted." to output-buffer
                  perform outputLine
                  close conv-skill-old
                  close skills-database
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-skill-file-status not = "00"
                  read conv-skill-old next record
                      at end
                          exit perform
                      not at end
                          initialize skill-record
                          move cvold-skill-id to skill-id
                          move cvold-skill-title to skill-title
                          move cvold-skill-description to skill-description
                          move cvold-skill-link to skill-link
                          *> The catalog fields added this release
                          add 1 to conv-record-count
                          if conv-record-count > 99
                              move 999 to skill-sort-order
                          else
                              compute skill-sort-order = conv-record-count * 10
                          end-if
                          move "ACTIVE" to skill-status
                          move spaces to skill-added-date
                          write skill-record
                  end-read
              end-perform
              close conv-skill-old
              close skills-database

              move spaces to output-buffer
              string "Skills converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertApplicationFile
*> Purpose:   Rewrites application-database.dat from the previous
*>            layout, carrying every stored field through
       convertApplicationFile.
              call "CBL_CHECK_FILE_EXIST" using conv-app-src-name bkp-file-info
              if return-code not = 0
                  move "No application-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-app-src-name conv-app-old-name
              open input conv-app-old
              if cvold-app-file-status not = "00"
                  move "Could not read application-database.old - application conversion skipped." to output-buffer
                  perform outputLine
                  close conv-app-old
                  exit paragraph
              end-if
              open output application-database
              if application-database-status not = "00"
                  move "Could not rewrite application-database.dat - application conversion aborted." to output-buffer
                  perform outputLine
                  close conv-app-old
                  close application-database
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-app-file-status not = "00"
                  read conv-app-old next record
                      at end
                          exit perform
                      not at end
                          initialize application-record
                          move cvold-application-key to application-key
                          move cvold-application-username to application-username
                          move cvold-application-job-key to application-job-key
                          move cvold-application-job-title to application-job-title
                          move cvold-application-employer to application-employer
                          move cvold-application-location to application-location
                          move cvold-application-id to application-id
                          move cvold-application-status to application-status
                          move cvold-application-created-date to application-created-date
                          move cvold-application-status-date to application-status-date
                          move cvold-application-resume-text to application-resume-text
                          perform varying conv-idx from 1 by 1 until conv-idx > 5
                              move cvold-application-screen-answer(conv-idx)
                                  to application-screen-answer(conv-idx)
                          end-perform
                          move cvold-application-source to application-source
                          move cvold-application-shortlisted to application-shortlisted
                          move cvold-application-nudge-date to application-nudge-date
                          *> The pipeline, close-out and eligibility
                          *> fields added this release - nothing has been
                          *> moved along a pipeline, closed out or
                          *> flagged ineligible yet
                          move spaces to application-stage
                          move spaces to application-stage-date
                          move spaces to application-disposition
                          move spaces to application-ineligible-reason
                          write application-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-app-old
              close application-database

              move spaces to output-buffer
              string "Applications converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertCompanyFile
*> Purpose:   Rewrites company-database.dat from the previous layout,
*>            carrying every stored field through
       convertCompanyFile.
              call "CBL_CHECK_FILE_EXIST" using conv-company-src-name bkp-file-info
              if return-code not = 0
                  move "No company-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-company-src-name conv-company-old-name
              open input conv-company-old
              if cvold-company-file-status not = "00"
                  move "Could not read company-database.old - company conversion skipped." to output-buffer
                  perform outputLine
                  close conv-company-old
                  exit paragraph
              end-if
              open output company-database
              if company-database-status not = "00"
                  move "Could not rewrite company-database.dat - company conversion aborted." to output-buffer
                  perform outputLine
                  close conv-company-old
                  close company-database
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-company-file-status not = "00"
                  read conv-company-old next record
                      at end
                          exit perform
                      not at end
                          initialize company-record
                          move cvold-company-key to company-key
                          move cvold-company-name to company-name
                          move cvold-company-industry to company-industry
                          move cvold-company-location to company-location
                          move cvold-company-description to company-description
                          move cvold-company-website to company-website
                          move cvold-company-contact to company-contact
                          move cvold-company-created-date to company-created-date
                          move cvold-company-verified to company-verified
                          move cvold-company-verified-date to company-verified-date
                          move spaces to company-billing-tier
                          move cmp-home-campus to company-campus
                          write company-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-company-old
              close company-database

              move spaces to output-buffer
              string "Company pages converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertEventFile
*> Purpose:   Rewrites events-database.dat from the previous layout,
*>            carrying every stored field through and placing each
*>            event on the home campus
       convertEventFile.
              call "CBL_CHECK_FILE_EXIST" using conv-event-src-name bkp-file-info
              if return-code not = 0
                  move "No events-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-event-src-name conv-event-old-name
              open input conv-event-old
              if cvold-event-file-status not = "00"
                  move "Could not read events-database.old - event conversion skipped." to output-buffer
                  perform outputLine
                  close conv-event-old
                  exit paragraph
              end-if
              open output events-database
              if events-status not = "00"
                  move "Could not rewrite events-database.dat - event conversion aborted." to output-buffer
                  perform outputLine
                  close conv-event-old
                  close events-database
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-event-file-status not = "00"
                  read conv-event-old next record
                      at end
                          exit perform
                      not at end
                          initialize event-record
                          move cvold-event-key to event-key
                          move cvold-event-title to event-title
                          move cvold-event-host to event-host
                          move cvold-event-date to event-date
                          move cvold-event-location to event-location
                          move cvold-event-capacity to event-capacity
                          move cvold-event-description to event-description
                          move cvold-event-created-date to event-created-date
                          move cmp-home-campus to event-campus
                          write event-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-event-old
              close events-database

              move spaces to output-buffer
              string "Events converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertRsvpFile
*> Purpose:   Rewrites event-rsvps.dat from the previous layout,
*>            carrying every stored field through
       convertRsvpFile.
              call "CBL_CHECK_FILE_EXIST" using conv-rsvp-src-name bkp-file-info
              if return-code not = 0
                  move "No event-rsvps.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-rsvp-src-name conv-rsvp-old-name
              open input conv-rsvp-old
              if cvold-rsvp-file-status not = "00"
                  move "Could not read event-rsvps.old - RSVP conversion skipped." to output-buffer
                  perform outputLine
                  close conv-rsvp-old
                  exit paragraph
              end-if
              open output event-rsvps
              if rsvp-status not = "00"
                  move "Could not rewrite event-rsvps.dat - RSVP conversion aborted." to output-buffer
                  perform outputLine
                  close conv-rsvp-old
                  close event-rsvps
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-rsvp-file-status not = "00"
                  read conv-rsvp-old next record
                      at end
                          exit perform
                      not at end
                          initialize rsvp-record
                          move cvold-rsvp-key to rsvp-key
                          move cvold-rsvp-username to rsvp-username
                          move cvold-rsvp-event-key to rsvp-event-key
                          move cvold-rsvp-date to rsvp-date
                          move cvold-rsvp-attendance to rsvp-attendance
                          write rsvp-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-rsvp-old
              close event-rsvps

              move spaces to output-buffer
              string "Event RSVPs converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertInterviewFile
*> Purpose:   Rewrites interview-database.dat from the previous
*>            layout, carrying every stored field through
       convertInterviewFile.
              call "CBL_CHECK_FILE_EXIST" using conv-interview-src-name bkp-file-info
              if return-code not = 0
                  move "No interview-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-interview-src-name conv-interview-old-name
              open input conv-interview-old
              if cvold-interview-file-status not = "00"
                  move "Could not read interview-database.old - interview conversion skipped." to output-buffer
                  perform outputLine
                  close conv-interview-old
                  exit paragraph
              end-if
              open output interview-database
              if interview-database-status not = "00"
                  move "Could not rewrite interview-database.dat - interview conversion aborted." to output-buffer
                  perform outputLine
                  close conv-interview-old
                  close interview-database
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-interview-file-status not = "00"
                  read conv-interview-old next record
                      at end
                          exit perform
                      not at end
                          initialize interview-record
                          move cvold-interview-key to interview-key
                          move cvold-interview-applicant to interview-applicant
                          move cvold-interview-employer to interview-employer
                          move cvold-interview-job-title to interview-job-title
                          move cvold-interview-slot-1 to interview-slot-1
                          move cvold-interview-slot-2 to interview-slot-2
                          move cvold-interview-slot-3 to interview-slot-3
                          move cvold-interview-chosen-slot to interview-chosen-slot
                          move cvold-interview-status to interview-status
                          move cvold-interview-created-date to interview-created-date
                          move cvold-interview-fb-technical to interview-fb-technical
                          move cvold-interview-fb-comm to interview-fb-comm
                          move cvold-interview-fb-overall to interview-fb-overall
                          move cvold-interview-fb-recommend to interview-fb-recommend
                          move cvold-interview-fb-comments to interview-fb-comments
                          move cvold-interview-fb-by to interview-fb-by
                          move cvold-interview-fb-date to interview-fb-date
                          write interview-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-interview-old
              close interview-database

              move spaces to output-buffer
              string "Interviews converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertMessageFile
*> Purpose:   Rewrites message-database.dat through the previous
*>            release's primary-key-only file, carrying every stored
*>            field through so the recipient and thread indexes are
*>            built as the rows go back in
       convertMessageFile.
              call "CBL_CHECK_FILE_EXIST" using conv-msg-src-name bkp-file-info
              if return-code not = 0
                  move "No message-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-msg-src-name conv-msg-old-name
              open input conv-msg-old
              if cvold-msg-file-status not = "00"
                  move "Could not read message-database.old - message conversion skipped." to output-buffer
                  perform outputLine
                  close conv-msg-old
                  exit paragraph
              end-if
              open output message-database
              if message-database-status not = "00"
                  move "Could not rewrite message-database.dat - message conversion aborted." to output-buffer
                  perform outputLine
                  close conv-msg-old
                  close message-database
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-msg-file-status not = "00"
                  read conv-msg-old next record
                      at end
                          exit perform
                      not at end
                          initialize message-record
                          move cvold-message-key to message-key
                          move cvold-message-sender to message-sender
                          move cvold-message-recipient to message-recipient
                          move cvold-message-content to message-content
                          move cvold-message-timestamp to message-timestamp
                          move cvold-message-read-flag to message-read-flag
                          move cvold-message-sent-date to message-sent-date
                          move cvold-message-thread-id to message-thread-id
                          write message-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-msg-old
              close message-database

              move spaces to output-buffer
              string "Messages converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertConnectionFile
*> Purpose:   Rewrites connection-database.dat through the previous
*>            release's primary-key-only file so both user indexes
*>            are built as the rows go back in
       convertConnectionFile.
              call "CBL_CHECK_FILE_EXIST" using conv-conn-src-name bkp-file-info
              if return-code not = 0
                  move "No connection-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-conn-src-name conv-conn-old-name
              open input conv-conn-old
              if cvold-conn-file-status not = "00"
                  move "Could not read connection-database.old - connection conversion skipped." to output-buffer
                  perform outputLine
                  close conv-conn-old
                  exit paragraph
              end-if
              open output connection-database
              if connection-database-status not = "00"
                  move "Could not rewrite connection-database.dat - connection conversion aborted." to output-buffer
                  perform outputLine
                  close conv-conn-old
                  close connection-database
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-conn-file-status not = "00"
                  read conv-conn-old next record
                      at end
                          exit perform
                      not at end
                          initialize connection-record
                          move cvold-connection-key to connection-key
                          move cvold-connection-user-1 to connection-user-1
                          move cvold-connection-user-2 to connection-user-2
                          move cvold-connection-created-date to connection-created-date
                          write connection-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-conn-old
              close connection-database

              move spaces to output-buffer
              string "Connections converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: convertOfferFile
*> Purpose:   Rewrites offers-database.dat from the previous layout;
*>            the reminder, decision-date and renege fields start
*>            blank
       convertOfferFile.
              call "CBL_CHECK_FILE_EXIST" using conv-offers-src-name bkp-file-info
              if return-code not = 0
                  move "No offers-database.dat on disk - nothing to convert." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              call "CBL_COPY_FILE" using conv-offers-src-name conv-offers-old-name
              open input conv-offers-old
              if cvold-offers-file-status not = "00"
                  move "Could not read offers-database.old - offer conversion skipped." to output-buffer
                  perform outputLine
                  close conv-offers-old
                  exit paragraph
              end-if
              open output offers-database
              if offers-status not = "00"
                  move "Could not rewrite offers-database.dat - offer conversion aborted." to output-buffer
                  perform outputLine
                  close conv-offers-old
                  close offers-database
                  exit paragraph
              end-if

              move 0 to conv-record-count
              perform until cvold-offers-file-status not = "00"
                  read conv-offers-old next record
                      at end
                          exit perform
                      not at end
                          initialize offer-record
                          move cvold-offer-key to offer-key
                          move cvold-offer-username to offer-username
                          move cvold-offer-employer to offer-employer
                          move cvold-offer-job-title to offer-job-title
                          move cvold-offer-job-key to offer-job-key
                          move cvold-offer-salary to offer-salary
                          move cvold-offer-start-date to offer-start-date
                          move cvold-offer-deadline to offer-deadline
                          move cvold-offer-status to offer-status
                          move cvold-offer-close-posting to offer-close-posting
                          move cvold-offer-created-date to offer-created-date
                          move spaces to offer-reminder-date
                          move spaces to offer-decided-date
                          move 'N' to offer-renege-flag
                          move spaces to offer-renege-date
                          move spaces to offer-renege-of-key
                          move spaces to offer-renege-of-employer
                          move spaces to offer-renege-of-title
                          write offer-record
                          add 1 to conv-record-count
                  end-read
              end-perform
              close conv-offers-old
              close offers-database

              move spaces to output-buffer
              string "Offers converted: " delimited by size
                     function trim(conv-record-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> HEALTH gate job (batch job HEALTH) - run before the overnight
*> chain: opens every data file and checks its status, compares the
*> big files' record counts against the previous run for implausible
*> swings, reports mail-spool backlog age, leftover restart-log
*> checkpoints and .old conversion copies still on disk, and sets
*> return-code 0/4/8 the way RECON does so the scheduler can halt the
*> chain before users hit a corrupt file at nine in the morning.
*>*******************************************************************
       runHealthCheck.
              move 0 to hlt-warning-count
              move 0 to hlt-fail-count
              move "--- System Health Check ---" to output-buffer
              perform outputLine

              *> The big indexed files get a real open, a status check
              *> and a count (a file that exists but will not open is
              *> exactly the nine-a.m. surprise this job exists for)
              perform healthCountFile1
              perform healthCountFile2
              perform healthCountFile3
              perform healthCountFile4
              perform healthOpenOtherFiles

              *> Implausible swings against the previous run: more than
              *> half the file appearing or vanishing overnight (with
              *> at least twenty records moving) is worth a look
              perform healthLoadPrevCounts
              perform varying hlt-idx from 1 by 1 until hlt-idx > 4
                  if hlt-prev-found-entry(hlt-idx) = 'Y'
                      compute hlt-diff = hlt-now-count-entry(hlt-idx)
                          - hlt-prev-count-entry(hlt-idx)
                      if hlt-diff < 0
                          compute hlt-diff = 0 - hlt-diff
                      end-if
                      if hlt-diff > 20
                      and hlt-diff * 2 > hlt-prev-count-entry(hlt-idx)
                          add 1 to hlt-warning-count
                          move spaces to output-buffer
                          string "WARNING: " delimited by size
                                 function trim(hlt-file-entry(hlt-idx) trailing) delimited by size
                                 " went from " delimited by size
                                 function trim(hlt-prev-count-entry(hlt-idx) leading) delimited by size
                                 " to " delimited by size
                                 function trim(hlt-now-count-entry(hlt-idx) leading) delimited by size
                                 " record(s) since the last check." delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                  end-if
              end-perform
              perform healthSaveCounts

              *> Mail-spool backlog age - PENDING older than two days
              *> means the mailer pickup is not running
              move function current-date(1:8) to date-ymd-work
              compute date-int-work = function integer-of-date(date-ymd-work) - 2
              compute date-ymd-work = function date-of-integer(date-int-work)
              move date-ymd-work to hlt-age-cutoff
              move spaces to hlt-oldest-pending
              move 0 to hlt-pending-count
              open input mail-spool
              if mail-spool-status = "00"
                  perform until mail-spool-status not = "00"
                      read mail-spool
                          at end
                              exit perform
                          not at end
                              perform spoolSplitLine
                              if function trim(spool-split-status trailing) = "PENDING"
                                  add 1 to hlt-pending-count
                                  if hlt-oldest-pending = spaces
                                  or spool-split-date < hlt-oldest-pending
                                      move spool-split-date to hlt-oldest-pending
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close mail-spool
              if hlt-oldest-pending not = spaces
              and hlt-oldest-pending < hlt-age-cutoff
                  add 1 to hlt-warning-count
                  move spaces to output-buffer
                  string "WARNING: " delimited by size
                         function trim(hlt-pending-count leading) delimited by size
                         " PENDING spool entrie(s), the oldest queued " delimited by size
                         hlt-oldest-pending delimited by size
                         " - is the mailer pickup running?" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if

              *> A leftover checkpoint means a run died mid-transaction
              move spaces to restart-checkpoint-text
              open input restart-log
              if restart-log-status = "00"
                  read restart-log into restart-checkpoint-text
                      at end
                          move spaces to restart-checkpoint-text
                  end-read
              end-if
              close restart-log
              if restart-checkpoint-text not = spaces
                  add 1 to hlt-warning-count
                  move spaces to output-buffer
                  string "WARNING: restart-log checkpoint still on disk: " delimited by size
                         function trim(restart-checkpoint-text trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if

              *> Conversion and reorg leftovers that should have been
              *> cleaned up after verification
              move "acct-database.old" to hlt-old-name
              perform healthCheckLeftover
              move "job-database.old" to hlt-old-name
              perform healthCheckLeftover
              move "application-database.old" to hlt-old-name
              perform healthCheckLeftover
              move "message-database.old" to hlt-old-name
              perform healthCheckLeftover
              move "connection-database.old" to hlt-old-name
              perform healthCheckLeftover
              move "reorg-inprogress.flag" to hlt-old-name
              perform healthCheckLeftover

              *> Full scan against the alternate index, per access path
              perform healthAccessTimings

              move spaces to output-buffer
              string "Health check done: " delimited by size
                     function trim(hlt-fail-count leading) delimited by size
                     " failure(s), " delimited by size
                     function trim(hlt-warning-count leading) delimited by size
                     " warning(s)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: healthAccessTimings
*> Purpose:   Times one user's (or one posting's or one thread's) rows
*>            read the old way - the whole file start to finish - and
*>            through the alternate key, for each alternate key on
*>            the application, message and connection files, so the
*>            gain from the keyed access paths shows night by night
*> Input:     None
*> Output:    None
       healthAccessTimings.
              perform healthTimeApplications
              perform healthTimeMessages
              perform healthTimeConnections
              exit.

*> Paragraph: healthTimerStart
*> Purpose:   Notes the time of day in hundredths of a second
*> Output:    hlt-tm-start
       healthTimerStart.
              move function current-date(9:8) to hlt-tm-clock
              compute hlt-tm-start = hlt-tm-hh * 360000 + hlt-tm-mi * 6000
                                   + hlt-tm-ss * 100 + hlt-tm-cc
              exit.

*> Paragraph: healthTimerStop
*> Purpose:   Hundredths of a second since healthTimerStart (across
*>            midnight too)
*> Input:     hlt-tm-start
*> Output:    hlt-tm-elapsed
       healthTimerStop.
              move function current-date(9:8) to hlt-tm-clock
              compute hlt-tm-elapsed = hlt-tm-hh * 360000 + hlt-tm-mi * 6000
                                     + hlt-tm-ss * 100 + hlt-tm-cc - hlt-tm-start
              if hlt-tm-elapsed < 0
                  add 8640000 to hlt-tm-elapsed
              end-if
              exit.

*> Paragraph: healthTimingLine
*> Purpose:   Prints one before-and-after timing
*> Input:     hlt-tm-label, hlt-tm-scan-cs, hlt-tm-key-cs,
*>            hlt-tm-scan-count, hlt-tm-key-count, hlt-tm-total
*> Output:    None
       healthTimingLine.
              compute hlt-tm-scan-secs = hlt-tm-scan-cs / 100
              compute hlt-tm-key-secs = hlt-tm-key-cs / 100
              move hlt-tm-scan-secs to hlt-tm-scan-disp
              move hlt-tm-key-secs to hlt-tm-key-disp
              move spaces to output-buffer
              string "TIMING: " delimited by size
                     function trim(hlt-tm-label trailing) delimited by size
                     " - full scan " delimited by size
                     function trim(hlt-tm-scan-disp leading) delimited by size
                     "s, keyed " delimited by size
                     function trim(hlt-tm-key-disp leading) delimited by size
                     "s (" delimited by size
                     function trim(hlt-tm-key-count leading) delimited by size
                     " of " delimited by size
                     function trim(hlt-tm-total leading) delimited by size
                     " record(s))" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              *> The two paths must find the same rows
              if hlt-tm-scan-count not = hlt-tm-key-count
                  add 1 to hlt-warning-count
                  move spaces to output-buffer
                  string "WARNING: " delimited by size
                         function trim(hlt-tm-label trailing) delimited by size
                         " - the alternate index found " delimited by size
                         function trim(hlt-tm-key-count leading) delimited by size
                         " row(s) where the full scan found " delimited by size
                         function trim(hlt-tm-scan-count leading) delimited by size
                         " - run REORG to rebuild it." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: healthTimeApplications
*> Purpose:   Scan-versus-keyed timings on application-username and
*>            application-job-key, using the first application's
*>            values
*> Input:     None
*> Output:    None
       healthTimeApplications.
              open input application-database
              if not application-ok
                  close application-database
                  exit paragraph
              end-if
              read application-database next record
                  at end
                      close application-database
                      exit paragraph
              end-read
              move application-username to hlt-tm-sample-1
              move application-job-key to hlt-tm-sample-2

              *> By applicant
              move "application-database.dat by applicant" to hlt-tm-label
              move 0 to hlt-tm-scan-count
              move 0 to hlt-tm-total
              perform healthTimerStart
              move low-values to application-key
              start application-database key is not less than application-key
                  invalid key
                      continue
              end-start
              perform until application-database-status(1:1) not = "0"
                  read application-database next record
                      at end
                          exit perform
                      not at end
                          add 1 to hlt-tm-total
                          if application-username = hlt-tm-sample-1
                              add 1 to hlt-tm-scan-count
                          end-if
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-scan-cs
              move 0 to hlt-tm-key-count
              perform healthTimerStart
              move hlt-tm-sample-1 to application-username
              start application-database key is equal to application-username
                  invalid key
                      continue
              end-start
              perform until application-database-status(1:1) not = "0"
                  read application-database next record
                      at end
                          exit perform
                      not at end
                          if application-username not = hlt-tm-sample-1
                              exit perform
                          end-if
                          add 1 to hlt-tm-key-count
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-key-cs
              perform healthTimingLine

              *> By posting
              move "application-database.dat by posting" to hlt-tm-label
              move 0 to hlt-tm-scan-count
              perform healthTimerStart
              move low-values to application-key
              start application-database key is not less than application-key
                  invalid key
                      continue
              end-start
              perform until application-database-status(1:1) not = "0"
                  read application-database next record
                      at end
                          exit perform
                      not at end
                          if application-job-key = hlt-tm-sample-2
                              add 1 to hlt-tm-scan-count
                          end-if
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-scan-cs
              move 0 to hlt-tm-key-count
              perform healthTimerStart
              move hlt-tm-sample-2 to application-job-key
              start application-database key is equal to application-job-key
                  invalid key
                      continue
              end-start
              perform until application-database-status(1:1) not = "0"
                  read application-database next record
                      at end
                          exit perform
                      not at end
                          if application-job-key not = hlt-tm-sample-2
                              exit perform
                          end-if
                          add 1 to hlt-tm-key-count
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-key-cs
              perform healthTimingLine
              close application-database
              exit.

*> Paragraph: healthTimeMessages
*> Purpose:   Scan-versus-keyed timings on message-recipient and
*>            message-thread-id, using the first message's values
*> Input:     None
*> Output:    None
       healthTimeMessages.
              open input message-database
              if not message-ok
                  close message-database
                  exit paragraph
              end-if
              read message-database next record
                  at end
                      close message-database
                      exit paragraph
              end-read
              move message-recipient to hlt-tm-sample-1
              move message-thread-id to hlt-tm-sample-2

              *> By recipient
              move "message-database.dat by recipient" to hlt-tm-label
              move 0 to hlt-tm-scan-count
              move 0 to hlt-tm-total
              perform healthTimerStart
              move low-values to message-key
              start message-database key is not less than message-key
                  invalid key
                      continue
              end-start
              perform until message-database-status(1:1) not = "0"
                  read message-database next record
                      at end
                          exit perform
                      not at end
                          add 1 to hlt-tm-total
                          if message-recipient = hlt-tm-sample-1
                              add 1 to hlt-tm-scan-count
                          end-if
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-scan-cs
              move 0 to hlt-tm-key-count
              perform healthTimerStart
              move hlt-tm-sample-1 to message-recipient
              start message-database key is equal to message-recipient
                  invalid key
                      continue
              end-start
              perform until message-database-status(1:1) not = "0"
                  read message-database next record
                      at end
                          exit perform
                      not at end
                          if message-recipient not = hlt-tm-sample-1
                              exit perform
                          end-if
                          add 1 to hlt-tm-key-count
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-key-cs
              perform healthTimingLine

              *> By conversation thread
              move "message-database.dat by thread" to hlt-tm-label
              move 0 to hlt-tm-scan-count
              perform healthTimerStart
              move low-values to message-key
              start message-database key is not less than message-key
                  invalid key
                      continue
              end-start
              perform until message-database-status(1:1) not = "0"
                  read message-database next record
                      at end
                          exit perform
                      not at end
                          if message-thread-id = hlt-tm-sample-2
                              add 1 to hlt-tm-scan-count
                          end-if
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-scan-cs
              move 0 to hlt-tm-key-count
              perform healthTimerStart
              move hlt-tm-sample-2 to message-thread-id
              start message-database key is equal to message-thread-id
                  invalid key
                      continue
              end-start
              perform until message-database-status(1:1) not = "0"
                  read message-database next record
                      at end
                          exit perform
                      not at end
                          if message-thread-id not = hlt-tm-sample-2
                              exit perform
                          end-if
                          add 1 to hlt-tm-key-count
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-key-cs
              perform healthTimingLine
              close message-database
              exit.

*> Paragraph: healthTimeConnections
*> Purpose:   Scan-versus-keyed timings for one member's connections
*>            - the keyed path reads both user columns' indexes
*> Input:     None
*> Output:    None
       healthTimeConnections.
              open input connection-database
              if not connection-ok
                  close connection-database
                  exit paragraph
              end-if
              read connection-database next record
                  at end
                      close connection-database
                      exit paragraph
              end-read
              move connection-user-1 to hlt-tm-sample-1

              move "connection-database.dat by member" to hlt-tm-label
              move 0 to hlt-tm-scan-count
              move 0 to hlt-tm-total
              perform healthTimerStart
              move low-values to connection-key
              start connection-database key is not less than connection-key
                  invalid key
                      continue
              end-start
              perform until connection-database-status(1:1) not = "0"
                  read connection-database next record
                      at end
                          exit perform
                      not at end
                          add 1 to hlt-tm-total
                          if connection-user-1 = hlt-tm-sample-1
                          or connection-user-2 = hlt-tm-sample-1
                              add 1 to hlt-tm-scan-count
                          end-if
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-scan-cs
              move 0 to hlt-tm-key-count
              perform healthTimerStart
              move hlt-tm-sample-1 to connection-user-1
              start connection-database key is equal to connection-user-1
                  invalid key
                      continue
              end-start
              perform until connection-database-status(1:1) not = "0"
                  read connection-database next record
                      at end
                          exit perform
                      not at end
                          if connection-user-1 not = hlt-tm-sample-1
                              exit perform
                          end-if
                          add 1 to hlt-tm-key-count
                  end-read
              end-perform
              move hlt-tm-sample-1 to connection-user-2
              start connection-database key is equal to connection-user-2
                  invalid key
                      continue
              end-start
              perform until connection-database-status(1:1) not = "0"
                  read connection-database next record
                      at end
                          exit perform
                      not at end
                          if connection-user-2 not = hlt-tm-sample-1
                              exit perform
                          end-if
                          add 1 to hlt-tm-key-count
                  end-read
              end-perform
              perform healthTimerStop
              move hlt-tm-elapsed to hlt-tm-key-cs
              perform healthTimingLine
              close connection-database
              exit.

*> Paragraph: healthOpenOtherFiles
*> Purpose:   Opens every remaining indexed file and checks its file
*>            status - the swing comparison stays with the big four,
*>            but a corrupt small file is just as much of a nine-a.m.
*>            surprise
       healthOpenOtherFiles.
              open input connection-database
              move connection-database-status to hlt-open-status
              close connection-database
              move "connection-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input pending-requests
              move pending-status to hlt-open-status
              close pending-requests
              move "pending-requests.dat" to hlt-old-name
              perform healthJudgeOpen
              open input rejected-connections
              move rejected-status to hlt-open-status
              close rejected-connections
              move "rejected-connections.dat" to hlt-old-name
              perform healthJudgeOpen
              open input skills-database
              move skills-status to hlt-open-status
              close skills-database
              move "skills-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input language-strings
              move lang-status to hlt-open-status
              close language-strings
              move "language-strings.dat" to hlt-old-name
              perform healthJudgeOpen
              open input interview-database
              move interview-database-status to hlt-open-status
              close interview-database
              move "interview-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input company-database
              move company-database-status to hlt-open-status
              close company-database
              move "company-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input company-members
              move company-members-status to hlt-open-status
              close company-members
              move "company-members.dat" to hlt-old-name
              perform healthJudgeOpen
              open input events-database
              move events-status to hlt-open-status
              close events-database
              move "events-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input event-rsvps
              move rsvp-status to hlt-open-status
              close event-rsvps
              move "event-rsvps.dat" to hlt-old-name
              perform healthJudgeOpen
              open input saved-jobs
              move saved-jobs-status to hlt-open-status
              close saved-jobs
              move "saved-jobs.dat" to hlt-old-name
              perform healthJudgeOpen
              open input saved-searches
              move saved-search-status to hlt-open-status
              close saved-searches
              move "saved-searches.dat" to hlt-old-name
              perform healthJudgeOpen
              open input offers-database
              move offers-status to hlt-open-status
              close offers-database
              move "offers-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input blocked-users
              move blocked-status to hlt-open-status
              close blocked-users
              move "blocked-users.dat" to hlt-old-name
              perform healthJudgeOpen
              open input job-archive
              move job-archive-status to hlt-open-status
              close job-archive
              move "job-archive.dat" to hlt-old-name
              perform healthJudgeOpen
              open input application-archive
              move application-archive-status to hlt-open-status
              close application-archive
              move "application-archive.dat" to hlt-old-name
              perform healthJudgeOpen
              open input message-archive
              move message-archive-status to hlt-open-status
              close message-archive
              move "message-archive.dat" to hlt-old-name
              perform healthJudgeOpen
              open input announcements
              move ann-status to hlt-open-status
              close announcements
              move "announcements.dat" to hlt-old-name
              perform healthJudgeOpen
              open input search-index
              move search-index-status to hlt-open-status
              close search-index
              move "search-index.dat" to hlt-old-name
              perform healthJudgeOpen
              open input moderation-queue
              move moderation-status to hlt-open-status
              close moderation-queue
              move "moderation-queue.dat" to hlt-old-name
              perform healthJudgeOpen
              open input waitlist
              move waitlist-status to hlt-open-status
              close waitlist
              move "waitlist.dat" to hlt-old-name
              perform healthJudgeOpen
              open input mentorship-database
              move mentorship-status to hlt-open-status
              close mentorship-database
              move "mentorship-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input survey-database
              move survey-status-code to hlt-open-status
              close survey-database
              move "survey-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input advisor-caseload
              move caseload-status to hlt-open-status
              close advisor-caseload
              move "advisor-caseload.dat" to hlt-old-name
              perform healthJudgeOpen
              open input referral-database
              move referral-status-code to hlt-open-status
              close referral-database
              move "referral-database.dat" to hlt-old-name
              perform healthJudgeOpen
              open input certificates
              move certificates-status to hlt-open-status
              close certificates
              move "certificates.dat" to hlt-old-name
              perform healthJudgeOpen
              open input ref-letters
              move ref-letters-status to hlt-open-status
              close ref-letters
              move "ref-letters.dat" to hlt-old-name
              perform healthJudgeOpen
              open input notify-prefs
              move notify-prefs-status to hlt-open-status
              close notify-prefs
              move "notify-prefs.dat" to hlt-old-name
              perform healthJudgeOpen
              open input pending-approvals
              move approvals-status to hlt-open-status
              close pending-approvals
              move "pending-approvals.dat" to hlt-old-name
              perform healthJudgeOpen
              open input skill-questions
              move skill-questions-status to hlt-open-status
              close skill-questions
              move "skill-questions.dat" to hlt-old-name
              perform healthJudgeOpen
              open input skill-attempts
              move skill-attempts-status to hlt-open-status
              close skill-attempts
              move "skill-attempts.dat" to hlt-old-name
              perform healthJudgeOpen
              open input skill-completions
              move skill-completions-status to hlt-open-status
              close skill-completions
              move "skill-completions.dat" to hlt-old-name
              perform healthJudgeOpen
              open input job-skills
              move job-skills-status to hlt-open-status
              close job-skills
              move "job-skills.dat" to hlt-old-name
              perform healthJudgeOpen
              open input job-stages
              move job-stages-status to hlt-open-status
              close job-stages
              move "job-stages.dat" to hlt-old-name
              perform healthJudgeOpen
              open input stage-history
              move stage-history-status to hlt-open-status
              close stage-history
              move "stage-history.dat" to hlt-old-name
              perform healthJudgeOpen
              open input eeo-selfid
              move eeo-selfid-status to hlt-open-status
              close eeo-selfid
              move "eeo-selfid.dat" to hlt-old-name
              perform healthJudgeOpen
              open input closeout-notices
              move closeout-status to hlt-open-status
              close closeout-notices
              move "closeout-notices.dat" to hlt-old-name
              perform healthJudgeOpen
              open input talent-pools
              move talent-pool-status to hlt-open-status
              close talent-pools
              move "talent-pools.dat" to hlt-old-name
              perform healthJudgeOpen
              open input job-invites
              move invite-status-code to hlt-open-status
              close job-invites
              move "job-invites.dat" to hlt-old-name
              perform healthJudgeOpen
              open input location-reference
              move location-status to hlt-open-status
              close location-reference
              move "locations.dat" to hlt-old-name
              perform healthJudgeOpen
              open input job-eligibility
              move eligibility-status to hlt-open-status
              close job-eligibility
              move "job-eligibility.dat" to hlt-old-name
              perform healthJudgeOpen
              open input credit-internships
              move credit-internship-status to hlt-open-status
              close credit-internships
              move "credit-internships.dat" to hlt-old-name
              perform healthJudgeOpen
              open input billing-prices
              move billing-price-status to hlt-open-status
              close billing-prices
              move "billing-prices.dat" to hlt-old-name
              perform healthJudgeOpen
              open input billing-events
              move billing-event-status to hlt-open-status
              close billing-events
              move "billing-events.dat" to hlt-old-name
              perform healthJudgeOpen
              open input career-fairs
              move career-fair-status to hlt-open-status
              close career-fairs
              move "career-fairs.dat" to hlt-old-name
              perform healthJudgeOpen
              open input fair-booths
              move fair-booth-status to hlt-open-status
              close fair-booths
              move "fair-booths.dat" to hlt-old-name
              perform healthJudgeOpen
              open input message-filters
              move message-filter-status to hlt-open-status
              close message-filters
              move "message-filters.dat" to hlt-old-name
              perform healthJudgeOpen
              open input message-quarantine
              move quarantine-status to hlt-open-status
              close message-quarantine
              move "message-quarantine.dat" to hlt-old-name
              perform healthJudgeOpen
              open input risk-rules
              move risk-rule-status to hlt-open-status
              close risk-rules
              move "risk-rules.dat" to hlt-old-name
              perform healthJudgeOpen
              open input risk-scores
              move risk-score-status to hlt-open-status
              close risk-scores
              move "risk-scores.dat" to hlt-old-name
              perform healthJudgeOpen
              open input operators
              move operator-status to hlt-open-status
              close operators
              move "operators.dat" to hlt-old-name
              perform healthJudgeOpen
              open input support-sessions
              move support-session-status to hlt-open-status
              close support-sessions
              move "support-sessions.dat" to hlt-old-name
              perform healthJudgeOpen
              open input company-reviews
              move company-review-status to hlt-open-status
              close company-reviews
              move "company-reviews.dat" to hlt-old-name
              perform healthJudgeOpen
              open input introductions
              move introduction-status to hlt-open-status
              close introductions
              move "introductions.dat" to hlt-old-name
              perform healthJudgeOpen
              open input organizations
              move organization-status to hlt-open-status
              close organizations
              move "organizations.dat" to hlt-old-name
              perform healthJudgeOpen
              open input org-members
              move org-member-status to hlt-open-status
              close org-members
              move "org-members.dat" to hlt-old-name
              perform healthJudgeOpen
              open input org-posts
              move org-post-status to hlt-open-status
              close org-posts
              move "org-posts.dat" to hlt-old-name
              perform healthJudgeOpen
              open input timesheets
              move timesheet-status to hlt-open-status
              close timesheets
              move "timesheets.dat" to hlt-old-name
              perform healthJudgeOpen
              open input employer-contacts
              move employer-contact-status to hlt-open-status
              close employer-contacts
              move "employer-contacts.dat" to hlt-old-name
              perform healthJudgeOpen
              open input appointments
              move appointment-status to hlt-open-status
              close appointments
              move "appointments.dat" to hlt-old-name
              perform healthJudgeOpen
              open input transcripts
              move transcript-status to hlt-open-status
              close transcripts
              move "transcripts.dat" to hlt-old-name
              perform healthJudgeOpen
              open input scheduled-messages
              move scheduled-status to hlt-open-status
              close scheduled-messages
              move "scheduled-messages.dat" to hlt-old-name
              perform healthJudgeOpen
              open input report-distribution
              move distribution-status to hlt-open-status
              close report-distribution
              move "report-distribution.dat" to hlt-old-name
              perform healthJudgeOpen
              open input batch-control
              move batch-control-status to hlt-open-status
              close batch-control
              move "batch-control.dat" to hlt-old-name
              perform healthJudgeOpen
              open input institution-calendar
              move calendar-status to hlt-open-status
              close institution-calendar
              move "institution-calendar.dat" to hlt-old-name
              perform healthJudgeOpen
              open input job-checkpoints
              move checkpoint-status to hlt-open-status
              close job-checkpoints
              move "job-checkpoints.dat" to hlt-old-name
              perform healthJudgeOpen
              open input legal-holds
              move legal-hold-status to hlt-open-status
              close legal-holds
              move "legal-holds.dat" to hlt-old-name
              perform healthJudgeOpen
              open input ats-partners
              move ats-partner-status to hlt-open-status
              close ats-partners
              move "ats-partners.dat" to hlt-old-name
              perform healthJudgeOpen
              open input ats-sent
              move ats-sent-status to hlt-open-status
              close ats-sent
              move "ats-sent.dat" to hlt-old-name
              perform healthJudgeOpen
              open input campuses
              move campus-status to hlt-open-status
              close campuses
              move "campuses.dat" to hlt-old-name
              perform healthJudgeOpen
              open input operator-campus
              move opr-campus-status to hlt-open-status
              close operator-campus
              move "operator-campus.dat" to hlt-old-name
              perform healthJudgeOpen
              exit.

*> Paragraph: healthJudgeOpen
*> Purpose:   Fails the health check when the named file exists but
*>            will not open (a missing file is a fresh install, not a
*>            fault)
*> Input:     hlt-old-name, hlt-open-status
       healthJudgeOpen.
              if hlt-open-status not = "00" and hlt-open-status not = "35"
                  add 1 to hlt-fail-count
                  move spaces to output-buffer
                  string "FAIL: " delimited by size
                         function trim(hlt-old-name trailing) delimited by size
                         " returned file status " delimited by size
                         hlt-open-status delimited by size
                         " on open." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: healthCheckLeftover
*> Purpose:   Warns when the named leftover file is still on disk
*> Input:     hlt-old-name
       healthCheckLeftover.
              call "CBL_CHECK_FILE_EXIST" using hlt-old-name bkp-file-info
              if return-code = 0
                  add 1 to hlt-warning-count
                  move spaces to output-buffer
                  string "WARNING: leftover file still on disk: " delimited by size
                         function trim(hlt-old-name trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: healthLoadPrevCounts
*> Purpose:   Loads the record counts the previous run saved
*> Output:    hlt-prev-* tables
       healthLoadPrevCounts.
              perform varying hlt-idx from 1 by 1 until hlt-idx > 4
                  move 'N' to hlt-prev-found-entry(hlt-idx)
                  move 0 to hlt-prev-count-entry(hlt-idx)
              end-perform
              open input health-counts
              if health-counts-status = "00"
                  perform until health-counts-status not = "00"
                      read health-counts
                          at end
                              exit perform
                          not at end
                              move spaces to hlt-split-file
                              move spaces to hlt-split-count
                              unstring health-counts-line delimited by "|"
                                  into hlt-split-file
                                       hlt-split-count
                              end-unstring
                              perform varying hlt-idx from 1 by 1 until hlt-idx > 4
                                  if function trim(hlt-split-file trailing) =
                                     function trim(hlt-file-entry(hlt-idx) trailing)
                                  and function trim(hlt-split-count trailing) is numeric
                                      move 'Y' to hlt-prev-found-entry(hlt-idx)
                                      move function trim(hlt-split-count trailing)
                                          to hlt-prev-count-entry(hlt-idx)
                                  end-if
                              end-perform
                      end-read
                  end-perform
              end-if
              close health-counts
              exit.

*> Paragraph: healthSaveCounts
*> Purpose:   Stores this run's counts for the next comparison
*> Input:     hlt-now-* table
       healthSaveCounts.
              open output health-counts
              if health-counts-status = "00"
                  perform varying hlt-idx from 1 by 1 until hlt-idx > 4
                      move spaces to health-counts-line
                      string function trim(hlt-file-entry(hlt-idx) trailing) delimited by size
                             "|" delimited by size
                             function trim(hlt-now-count-entry(hlt-idx) leading) delimited by size
                             into health-counts-line
                      end-string
                      write health-counts-line
                  end-perform
              end-if
              close health-counts
              exit.

*> Purpose:   Opens acct-database.dat, checks its file status and counts its
*>            records for the swing comparison
       healthCountFile1.
              move 0 to hlt-count-work
              open input acct-database
              evaluate true
                  when acct-database-status = "00"
                      perform until acct-database-status not = "00"
                          read acct-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to hlt-count-work
                          end-read
                      end-perform
                  when acct-database-status = "35"
                      *> Not on disk yet - a fresh install, not a fault
                      continue
                  when other
                      add 1 to hlt-fail-count
                      move spaces to output-buffer
                      string "FAIL: " delimited by size
                             function trim(hlt-file-entry(1) trailing) delimited by size
                             " returned file status " delimited by size
                             acct-database-status delimited by size
                             " on open." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
              end-evaluate
              close acct-database
              move hlt-count-work to hlt-now-count-entry(1)
              exit.

*> Purpose:   Opens job-database.dat, checks its file status and counts its
*>            records for the swing comparison
       healthCountFile2.
              move 0 to hlt-count-work
              open input job-database
              evaluate true
                  when job-database-status = "00"
                      perform until job-database-status not = "00"
                          read job-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to hlt-count-work
                          end-read
                      end-perform
                  when job-database-status = "35"
                      *> Not on disk yet - a fresh install, not a fault
                      continue
                  when other
                      add 1 to hlt-fail-count
                      move spaces to output-buffer
                      string "FAIL: " delimited by size
                             function trim(hlt-file-entry(2) trailing) delimited by size
                             " returned file status " delimited by size
                             job-database-status delimited by size
                             " on open." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
              end-evaluate
              close job-database
              move hlt-count-work to hlt-now-count-entry(2)
              exit.

*> Purpose:   Opens application-database.dat, checks its file status and counts its
*>            records for the swing comparison
       healthCountFile3.
              move 0 to hlt-count-work
              open input application-database
              evaluate true
                  when application-database-status = "00"
                      perform until application-database-status(1:1) not = "0"
                          read application-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to hlt-count-work
                          end-read
                      end-perform
                  when application-database-status = "35"
                      *> Not on disk yet - a fresh install, not a fault
                      continue
                  when other
                      add 1 to hlt-fail-count
                      move spaces to output-buffer
                      string "FAIL: " delimited by size
                             function trim(hlt-file-entry(3) trailing) delimited by size
                             " returned file status " delimited by size
                             application-database-status delimited by size
                             " on open." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
              end-evaluate
              close application-database
              move hlt-count-work to hlt-now-count-entry(3)
              exit.

*> Purpose:   Opens message-database.dat, checks its file status and counts its
*>            records for the swing comparison
       healthCountFile4.
              move 0 to hlt-count-work
              open input message-database
              evaluate true
                  when message-database-status = "00"
                      perform until message-database-status(1:1) not = "0"
                          read message-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to hlt-count-work
                          end-read
                      end-perform
                  when message-database-status = "35"
                      *> Not on disk yet - a fresh install, not a fault
                      continue
                  when other
                      add 1 to hlt-fail-count
                      move spaces to output-buffer
                      string "FAIL: " delimited by size
                             function trim(hlt-file-entry(4) trailing) delimited by size
                             " returned file status " delimited by size
                             message-database-status delimited by size
                             " on open." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
              end-evaluate
              close message-database
              move hlt-count-work to hlt-now-count-entry(4)
              exit.

*> Paragraph: journalWrite
*> Purpose:   Adds the mutation just audited to the daily forward
*>            journal with a full image of the record as written, so
*>            REPLAY can roll a restored backup forward. Mutations
*>            against files REPLAY cannot reapply (the line-sequential
*>            logs) are not journaled.
*> Input:     audit-file-name, audit-action, audit-record-key, and
*>            the mutated file's record buffer
*> Output:    None
       journalWrite.
              evaluate function trim(audit-action trailing)
                  when "WRITE"
                      move "WRITE" to jnl-norm-action
                  when "RESTORE"
                      move "WRITE" to jnl-norm-action
                  when "REWRITE"
                      move "REWRITE" to jnl-norm-action
                  when "REVEAL"
                      move "REWRITE" to jnl-norm-action
                  when "CLOSEOUT"
                      move "REWRITE" to jnl-norm-action
                  when "REOPEN"
                      move "REWRITE" to jnl-norm-action
                  when "NOTIFY"
                      move "REWRITE" to jnl-norm-action
                  when "DROP"
                      move "REWRITE" to jnl-norm-action
                  when "DELETE"
                      move "DELETE" to jnl-norm-action
                  when "ARCHIVE"
                      move "DELETE" to jnl-norm-action
                  when other
                      exit paragraph
              end-evaluate

              move spaces to jnl-image
              evaluate function trim(audit-file-name trailing)
                  when "acct-database.dat"
                      move acct-record to jnl-image
                  when "job-database.dat"
                      move job-record to jnl-image
                  when "application-database.dat"
                      move application-record to jnl-image
                  when "message-database.dat"
                      move message-record to jnl-image
                  when "connection-database.dat"
                      move connection-record to jnl-image
                  when "pending-requests.dat"
                      move req-record to jnl-image
                  when "rejected-connections.dat"
                      move rejected-record to jnl-image
                  when "offers-database.dat"
                      move offer-record to jnl-image
                  when "interview-database.dat"
                      move interview-record to jnl-image
                  when "events-database.dat"
                      move event-record to jnl-image
                  when "event-rsvps.dat"
                      move rsvp-record to jnl-image
                  when "saved-jobs.dat"
                      move saved-job-record to jnl-image
                  when "saved-searches.dat"
                      move search-record to jnl-image
                  when "blocked-users.dat"
                      move block-record to jnl-image
                  when "company-database.dat"
                      move company-record to jnl-image
                  when "company-members.dat"
                      move member-record to jnl-image
                  when "mentorship-database.dat"
                      move mentorship-record to jnl-image
                  when "referral-database.dat"
                      move referral-record to jnl-image
                  when "certificates.dat"
                      move certificate-record to jnl-image
                  when "ref-letters.dat"
                      move refletter-record to jnl-image
                  when "notify-prefs.dat"
                      move pref-record to jnl-image
                  when "advisor-caseload.dat"
                      move caseload-record to jnl-image
                  when "survey-database.dat"
                      move survey-record to jnl-image
                  when "moderation-queue.dat"
                      move moderation-record to jnl-image
                  when "announcements.dat"
                      move announcement-record to jnl-image
                  when "waitlist.dat"
                      move waitlist-record to jnl-image
                  when "operator-campus.dat"
                      move operator-campus-record to jnl-image
                  when "campuses.dat"
                      move campus-record to jnl-image
                  when "ats-sent.dat"
                      move ats-sent-record to jnl-image
                  when "ats-partners.dat"
                      move ats-partner-record to jnl-image
                  when "legal-holds.dat"
                      move legal-hold-record to jnl-image
                  when "job-checkpoints.dat"
                      move checkpoint-record to jnl-image
                  when "institution-calendar.dat"
                      move institution-calendar-record to jnl-image
                  when "batch-control.dat"
                      move batch-control-record to jnl-image
                  when "report-distribution.dat"
                      move distribution-record to jnl-image
                  when "scheduled-messages.dat"
                      move scheduled-record to jnl-image
                  when "transcripts.dat"
                      move transcript-record to jnl-image
                  when "appointments.dat"
                      move appointment-record to jnl-image
                  when "employer-contacts.dat"
                      move employer-contact-record to jnl-image
                  when "timesheets.dat"
                      move timesheet-record to jnl-image
                  when "org-posts.dat"
                      move org-post-record to jnl-image
                  when "org-members.dat"
                      move org-member-record to jnl-image
                  when "organizations.dat"
                      move organization-record to jnl-image
                  when "introductions.dat"
                      move introduction-record to jnl-image
                  when "company-reviews.dat"
                      move company-review-record to jnl-image
                  when "support-sessions.dat"
                      move support-session-record to jnl-image
                  when "operators.dat"
                      move operator-record to jnl-image
                  when "risk-scores.dat"
                      move risk-score-record to jnl-image
                  when "risk-rules.dat"
                      move risk-rule-record to jnl-image
                  when "message-quarantine.dat"
                      move quarantine-record to jnl-image
                  when "message-filters.dat"
                      move message-filter-record to jnl-image
                  when "fair-booths.dat"
                      move fair-booth-record to jnl-image
                  when "career-fairs.dat"
                      move career-fair-record to jnl-image
                  when "billing-events.dat"
                      move billing-event-record to jnl-image
                  when "billing-prices.dat"
                      move billing-price-record to jnl-image
                  when "credit-internships.dat"
                      move credit-internship-record to jnl-image
                  when "job-eligibility.dat"
                      move job-eligibility-record to jnl-image
                  when "locations.dat"
                      move location-record to jnl-image
                  when "job-invites.dat"
                      move invite-record to jnl-image
                  when "talent-pools.dat"
                      move talent-pool-record to jnl-image
                  when "closeout-notices.dat"
                      move closeout-record to jnl-image
                  when "eeo-selfid.dat"
                      move eeo-selfid-record to jnl-image
                  when "stage-history.dat"
                      move stage-history-record to jnl-image
                  when "job-stages.dat"
                      move job-stage-record to jnl-image
                  when "skills-database.dat"
                      move skill-record to jnl-image
                  when "job-skills.dat"
                      move job-skill-record to jnl-image
                  when "skill-completions.dat"
                      move skill-completion-record to jnl-image
                  when "skill-attempts.dat"
                      move skill-attempt-record to jnl-image
                  when "skill-questions.dat"
                      move skill-question-record to jnl-image
                  when other
                      exit paragraph
              end-evaluate

              move spaces to jnl-filename
              string "journal-" delimited by size
                     function current-date(1:8) delimited by size
                     ".dat" delimited by size
                     into jnl-filename
              end-string
              open extend write-journal
              if write-journal-status = "35"
                  open output write-journal
              end-if
              if write-journal-status = "00"
                  move audit-stamp to jnl-stamp
                  move audit-file-name to jnl-file
                  move jnl-norm-action to jnl-action
                  move audit-record-key to jnl-key
                  write journal-record
              end-if
              close write-journal
              exit.

*>*******************************************************************
*> Point-in-time recovery (batch job REPLAY) - after a restore from
*> backup, reapplies the journaled writes forward to a chosen
*> timestamp. The journal day comes from INCOLLEGE_REPLAY_DATE
*> (YYYYMMDD) and the cutoff from INCOLLEGE_REPLAY_UNTIL
*> (YYYYMMDDHHMMSS, blank = the whole day). Losing a full day of
*> applications during offer week was the scariest scenario we had.
*>*******************************************************************
       replayJournal.
              move spaces to rpl-date
              accept rpl-date from environment "INCOLLEGE_REPLAY_DATE"
              if function trim(rpl-date trailing) = spaces
              or rpl-date(1:8) is not numeric
                  move "Set INCOLLEGE_REPLAY_DATE (YYYYMMDD) to the journal day to replay." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move spaces to rpl-until
              accept rpl-until from environment "INCOLLEGE_REPLAY_UNTIL"

              move spaces to jnl-filename
              string "journal-" delimited by size
                     rpl-date(1:8) delimited by size
                     ".dat" delimited by size
                     into jnl-filename
              end-string
              open input write-journal
              if write-journal-status not = "00"
                  move spaces to output-buffer
                  string "No journal file " delimited by size
                         function trim(jnl-filename trailing) delimited by size
                         " on disk." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  close write-journal
                  exit paragraph
              end-if

              move 0 to rpl-applied-count
              move 0 to rpl-skipped-count
              move 0 to rpl-unknown-count
              perform until write-journal-status not = "00"
                  read write-journal
                      at end
                          exit perform
                      not at end
                          if function trim(rpl-until trailing) not = spaces
                          and jnl-stamp > rpl-until
                              add 1 to rpl-skipped-count
                          else
                              perform replayApplyEntry
                          end-if
                  end-read
              end-perform
              close write-journal

              move spaces to output-buffer
              string "Replay complete: " delimited by size
                     function trim(rpl-applied-count leading) delimited by size
                     " write(s) reapplied, " delimited by size
                     function trim(rpl-skipped-count leading) delimited by size
                     " past the cutoff, " delimited by size
                     function trim(rpl-unknown-count leading) delimited by size
                     " for unknown files." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: replayApplyEntry
*> Purpose:   Reapplies one journaled write to its file - WRITE falls
*>            back to REWRITE (and vice versa) so a replay over
*>            partially current data still converges on the journaled
*>            image
*> Input:     journal-record
*> Output:    rpl-* counters
       replayApplyEntry.
              evaluate function trim(jnl-file trailing)
                  when "acct-database.dat"
                      open i-o acct-database
                      if acct-database-status = "35"
                          open output acct-database
                          close acct-database
                          open i-o acct-database
                      end-if
                      if acct-database-status = "00"
                          move jnl-image to acct-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write acct-record
                                  if acct-database-status not = "00"
                                      rewrite acct-record
                                  end-if
                              when "REWRITE"
                                  rewrite acct-record
                                  if acct-database-status not = "00"
                                      write acct-record
                                  end-if
                              when "DELETE"
                                  delete acct-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close acct-database
                  when "job-database.dat"
                      open i-o job-database
                      if job-database-status = "35"
                          open output job-database
                          close job-database
                          open i-o job-database
                      end-if
                      if job-database-status = "00"
                          move jnl-image to job-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write job-record
                                  if job-database-status not = "00"
                                      rewrite job-record
                                  end-if
                              when "REWRITE"
                                  rewrite job-record
                                  if job-database-status not = "00"
                                      write job-record
                                  end-if
                              when "DELETE"
                                  delete job-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close job-database
                  when "application-database.dat"
                      open i-o application-database
                      if application-database-status = "35"
                          open output application-database
                          close application-database
                          open i-o application-database
                      end-if
                      if application-database-status = "00"
                          move jnl-image to application-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write application-record
                                  if not application-ok
                                      rewrite application-record
                                  end-if
                              when "REWRITE"
                                  rewrite application-record
                                  if not application-ok
                                      write application-record
                                  end-if
                              when "DELETE"
                                  delete application-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close application-database
                  when "message-database.dat"
                      open i-o message-database
                      if message-database-status = "35"
                          open output message-database
                          close message-database
                          open i-o message-database
                      end-if
                      if message-database-status = "00"
                          move jnl-image to message-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write message-record
                                  if not message-ok
                                      rewrite message-record
                                  end-if
                              when "REWRITE"
                                  rewrite message-record
                                  if not message-ok
                                      write message-record
                                  end-if
                              when "DELETE"
                                  delete message-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close message-database
                  when "connection-database.dat"
                      open i-o connection-database
                      if connection-database-status = "35"
                          open output connection-database
                          close connection-database
                          open i-o connection-database
                      end-if
                      if connection-database-status = "00"
                          move jnl-image to connection-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write connection-record
                                  if not connection-ok
                                      rewrite connection-record
                                  end-if
                              when "REWRITE"
                                  rewrite connection-record
                                  if not connection-ok
                                      write connection-record
                                  end-if
                              when "DELETE"
                                  delete connection-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close connection-database
                  when "pending-requests.dat"
                      open i-o pending-requests
                      if pending-status = "35"
                          open output pending-requests
                          close pending-requests
                          open i-o pending-requests
                      end-if
                      if pending-status = "00"
                          move jnl-image to req-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write req-record
                                  if pending-status not = "00"
                                      rewrite req-record
                                  end-if
                              when "REWRITE"
                                  rewrite req-record
                                  if pending-status not = "00"
                                      write req-record
                                  end-if
                              when "DELETE"
                                  delete pending-requests
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close pending-requests
                  when "rejected-connections.dat"
                      open i-o rejected-connections
                      if rejected-status = "35"
                          open output rejected-connections
                          close rejected-connections
                          open i-o rejected-connections
                      end-if
                      if rejected-status = "00"
                          move jnl-image to rejected-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write rejected-record
                                  if rejected-status not = "00"
                                      rewrite rejected-record
                                  end-if
                              when "REWRITE"
                                  rewrite rejected-record
                                  if rejected-status not = "00"
                                      write rejected-record
                                  end-if
                              when "DELETE"
                                  delete rejected-connections
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close rejected-connections
                  when "offers-database.dat"
                      open i-o offers-database
                      if offers-status = "35"
                          open output offers-database
                          close offers-database
                          open i-o offers-database
                      end-if
                      if offers-status = "00"
                          move jnl-image to offer-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write offer-record
                                  if offers-status not = "00"
                                      rewrite offer-record
                                  end-if
                              when "REWRITE"
                                  rewrite offer-record
                                  if offers-status not = "00"
                                      write offer-record
                                  end-if
                              when "DELETE"
                                  delete offers-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close offers-database
                  when "interview-database.dat"
                      open i-o interview-database
                      if interview-database-status = "35"
                          open output interview-database
                          close interview-database
                          open i-o interview-database
                      end-if
                      if interview-database-status = "00"
                          move jnl-image to interview-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write interview-record
                                  if interview-database-status not = "00"
                                      rewrite interview-record
                                  end-if
                              when "REWRITE"
                                  rewrite interview-record
                                  if interview-database-status not = "00"
                                      write interview-record
                                  end-if
                              when "DELETE"
                                  delete interview-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close interview-database
                  when "events-database.dat"
                      open i-o events-database
                      if events-status = "35"
                          open output events-database
                          close events-database
                          open i-o events-database
                      end-if
                      if events-status = "00"
                          move jnl-image to event-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write event-record
                                  if events-status not = "00"
                                      rewrite event-record
                                  end-if
                              when "REWRITE"
                                  rewrite event-record
                                  if events-status not = "00"
                                      write event-record
                                  end-if
                              when "DELETE"
                                  delete events-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close events-database
                  when "event-rsvps.dat"
                      open i-o event-rsvps
                      if rsvp-status = "35"
                          open output event-rsvps
                          close event-rsvps
                          open i-o event-rsvps
                      end-if
                      if rsvp-status = "00"
                          move jnl-image to rsvp-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write rsvp-record
                                  if rsvp-status not = "00"
                                      rewrite rsvp-record
                                  end-if
                              when "REWRITE"
                                  rewrite rsvp-record
                                  if rsvp-status not = "00"
                                      write rsvp-record
                                  end-if
                              when "DELETE"
                                  delete event-rsvps
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close event-rsvps
                  when "saved-jobs.dat"
                      open i-o saved-jobs
                      if saved-jobs-status = "35"
                          open output saved-jobs
                          close saved-jobs
                          open i-o saved-jobs
                      end-if
                      if saved-jobs-status = "00"
                          move jnl-image to saved-job-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write saved-job-record
                                  if saved-jobs-status not = "00"
                                      rewrite saved-job-record
                                  end-if
                              when "REWRITE"
                                  rewrite saved-job-record
                                  if saved-jobs-status not = "00"
                                      write saved-job-record
                                  end-if
                              when "DELETE"
                                  delete saved-jobs
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close saved-jobs
                  when "saved-searches.dat"
                      open i-o saved-searches
                      if saved-search-status = "35"
                          open output saved-searches
                          close saved-searches
                          open i-o saved-searches
                      end-if
                      if saved-search-status = "00"
                          move jnl-image to search-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write search-record
                                  if saved-search-status not = "00"
                                      rewrite search-record
                                  end-if
                              when "REWRITE"
                                  rewrite search-record
                                  if saved-search-status not = "00"
                                      write search-record
                                  end-if
                              when "DELETE"
                                  delete saved-searches
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close saved-searches
                  when "blocked-users.dat"
                      open i-o blocked-users
                      if blocked-status = "35"
                          open output blocked-users
                          close blocked-users
                          open i-o blocked-users
                      end-if
                      if blocked-status = "00"
                          move jnl-image to block-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write block-record
                                  if blocked-status not = "00"
                                      rewrite block-record
                                  end-if
                              when "REWRITE"
                                  rewrite block-record
                                  if blocked-status not = "00"
                                      write block-record
                                  end-if
                              when "DELETE"
                                  delete blocked-users
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close blocked-users
                  when "company-database.dat"
                      open i-o company-database
                      if company-database-status = "35"
                          open output company-database
                          close company-database
                          open i-o company-database
                      end-if
                      if company-database-status = "00"
                          move jnl-image to company-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write company-record
                                  if company-database-status not = "00"
                                      rewrite company-record
                                  end-if
                              when "REWRITE"
                                  rewrite company-record
                                  if company-database-status not = "00"
                                      write company-record
                                  end-if
                              when "DELETE"
                                  delete company-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close company-database
                  when "company-members.dat"
                      open i-o company-members
                      if company-members-status = "35"
                          open output company-members
                          close company-members
                          open i-o company-members
                      end-if
                      if company-members-status = "00"
                          move jnl-image to member-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write member-record
                                  if company-members-status not = "00"
                                      rewrite member-record
                                  end-if
                              when "REWRITE"
                                  rewrite member-record
                                  if company-members-status not = "00"
                                      write member-record
                                  end-if
                              when "DELETE"
                                  delete company-members
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close company-members
                  when "mentorship-database.dat"
                      open i-o mentorship-database
                      if mentorship-status = "35"
                          open output mentorship-database
                          close mentorship-database
                          open i-o mentorship-database
                      end-if
                      if mentorship-status = "00"
                          move jnl-image to mentorship-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write mentorship-record
                                  if mentorship-status not = "00"
                                      rewrite mentorship-record
                                  end-if
                              when "REWRITE"
                                  rewrite mentorship-record
                                  if mentorship-status not = "00"
                                      write mentorship-record
                                  end-if
                              when "DELETE"
                                  delete mentorship-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close mentorship-database
                  when "referral-database.dat"
                      open i-o referral-database
                      if referral-status-code = "35"
                          open output referral-database
                          close referral-database
                          open i-o referral-database
                      end-if
                      if referral-status-code = "00"
                          move jnl-image to referral-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write referral-record
                                  if referral-status-code not = "00"
                                      rewrite referral-record
                                  end-if
                              when "REWRITE"
                                  rewrite referral-record
                                  if referral-status-code not = "00"
                                      write referral-record
                                  end-if
                              when "DELETE"
                                  delete referral-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close referral-database
                  when "certificates.dat"
                      open i-o certificates
                      if certificates-status = "35"
                          open output certificates
                          close certificates
                          open i-o certificates
                      end-if
                      if certificates-status = "00"
                          move jnl-image to certificate-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write certificate-record
                                  if certificates-status not = "00"
                                      rewrite certificate-record
                                  end-if
                              when "REWRITE"
                                  rewrite certificate-record
                                  if certificates-status not = "00"
                                      write certificate-record
                                  end-if
                              when "DELETE"
                                  delete certificates
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close certificates
                  when "ref-letters.dat"
                      open i-o ref-letters
                      if ref-letters-status = "35"
                          open output ref-letters
                          close ref-letters
                          open i-o ref-letters
                      end-if
                      if ref-letters-status = "00"
                          move jnl-image to refletter-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write refletter-record
                                  if ref-letters-status not = "00"
                                      rewrite refletter-record
                                  end-if
                              when "REWRITE"
                                  rewrite refletter-record
                                  if ref-letters-status not = "00"
                                      write refletter-record
                                  end-if
                              when "DELETE"
                                  delete ref-letters
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close ref-letters
                  when "notify-prefs.dat"
                      open i-o notify-prefs
                      if notify-prefs-status = "35"
                          open output notify-prefs
                          close notify-prefs
                          open i-o notify-prefs
                      end-if
                      if notify-prefs-status = "00"
                          move jnl-image to pref-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write pref-record
                                  if notify-prefs-status not = "00"
                                      rewrite pref-record
                                  end-if
                              when "REWRITE"
                                  rewrite pref-record
                                  if notify-prefs-status not = "00"
                                      write pref-record
                                  end-if
                              when "DELETE"
                                  delete notify-prefs
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close notify-prefs
                  when "advisor-caseload.dat"
                      open i-o advisor-caseload
                      if caseload-status = "35"
                          open output advisor-caseload
                          close advisor-caseload
                          open i-o advisor-caseload
                      end-if
                      if caseload-status = "00"
                          move jnl-image to caseload-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write caseload-record
                                  if caseload-status not = "00"
                                      rewrite caseload-record
                                  end-if
                              when "REWRITE"
                                  rewrite caseload-record
                                  if caseload-status not = "00"
                                      write caseload-record
                                  end-if
                              when "DELETE"
                                  delete advisor-caseload
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close advisor-caseload
                  when "survey-database.dat"
                      open i-o survey-database
                      if survey-status-code = "35"
                          open output survey-database
                          close survey-database
                          open i-o survey-database
                      end-if
                      if survey-status-code = "00"
                          move jnl-image to survey-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write survey-record
                                  if survey-status-code not = "00"
                                      rewrite survey-record
                                  end-if
                              when "REWRITE"
                                  rewrite survey-record
                                  if survey-status-code not = "00"
                                      write survey-record
                                  end-if
                              when "DELETE"
                                  delete survey-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close survey-database
                  when "moderation-queue.dat"
                      open i-o moderation-queue
                      if moderation-status = "35"
                          open output moderation-queue
                          close moderation-queue
                          open i-o moderation-queue
                      end-if
                      if moderation-status = "00"
                          move jnl-image to moderation-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write moderation-record
                                  if moderation-status not = "00"
                                      rewrite moderation-record
                                  end-if
                              when "REWRITE"
                                  rewrite moderation-record
                                  if moderation-status not = "00"
                                      write moderation-record
                                  end-if
                              when "DELETE"
                                  delete moderation-queue
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close moderation-queue
                  when "announcements.dat"
                      open i-o announcements
                      if ann-status = "35"
                          open output announcements
                          close announcements
                          open i-o announcements
                      end-if
                      if ann-status = "00"
                          move jnl-image to announcement-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write announcement-record
                                  if ann-status not = "00"
                                      rewrite announcement-record
                                  end-if
                              when "REWRITE"
                                  rewrite announcement-record
                                  if ann-status not = "00"
                                      write announcement-record
                                  end-if
                              when "DELETE"
                                  delete announcements
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close announcements
                  when "waitlist.dat"
                      open i-o waitlist
                      if waitlist-status = "35"
                          open output waitlist
                          close waitlist
                          open i-o waitlist
                      end-if
                      if waitlist-status = "00"
                          move jnl-image to waitlist-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write waitlist-record
                                  if waitlist-status not = "00"
                                      rewrite waitlist-record
                                  end-if
                              when "REWRITE"
                                  rewrite waitlist-record
                                  if waitlist-status not = "00"
                                      write waitlist-record
                                  end-if
                              when "DELETE"
                                  delete waitlist
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close waitlist
                  when "skill-questions.dat"
                      open i-o skill-questions
                      if skill-questions-status = "35"
                          open output skill-questions
                          close skill-questions
                          open i-o skill-questions
                      end-if
                      if skill-questions-status = "00"
                          move jnl-image to skill-question-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write skill-question-record
                                  if skill-questions-status not = "00"
                                      rewrite skill-question-record
                                  end-if
                              when "REWRITE"
                                  rewrite skill-question-record
                                  if skill-questions-status not = "00"
                                      write skill-question-record
                                  end-if
                              when "DELETE"
                                  delete skill-questions
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close skill-questions
                  when "skill-attempts.dat"
                      open i-o skill-attempts
                      if skill-attempts-status = "35"
                          open output skill-attempts
                          close skill-attempts
                          open i-o skill-attempts
                      end-if
                      if skill-attempts-status = "00"
                          move jnl-image to skill-attempt-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write skill-attempt-record
                                  if skill-attempts-status not = "00"
                                      rewrite skill-attempt-record
                                  end-if
                              when "REWRITE"
                                  rewrite skill-attempt-record
                                  if skill-attempts-status not = "00"
                                      write skill-attempt-record
                                  end-if
                              when "DELETE"
                                  delete skill-attempts
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close skill-attempts
                  when "skill-completions.dat"
                      open i-o skill-completions
                      if skill-completions-status = "35"
                          open output skill-completions
                          close skill-completions
                          open i-o skill-completions
                      end-if
                      if skill-completions-status = "00"
                          move jnl-image to skill-completion-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write skill-completion-record
                                  if skill-completions-status not = "00"
                                      rewrite skill-completion-record
                                  end-if
                              when "REWRITE"
                                  rewrite skill-completion-record
                                  if skill-completions-status not = "00"
                                      write skill-completion-record
                                  end-if
                              when "DELETE"
                                  delete skill-completions
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close skill-completions
                  when "job-skills.dat"
                      open i-o job-skills
                      if job-skills-status = "35"
                          open output job-skills
                          close job-skills
                          open i-o job-skills
                      end-if
                      if job-skills-status = "00"
                          move jnl-image to job-skill-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write job-skill-record
                                  if job-skills-status not = "00"
                                      rewrite job-skill-record
                                  end-if
                              when "REWRITE"
                                  rewrite job-skill-record
                                  if job-skills-status not = "00"
                                      write job-skill-record
                                  end-if
                              when "DELETE"
                                  delete job-skills
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close job-skills
                  when "skills-database.dat"
                      open i-o skills-database
                      if skills-status = "35"
                          open output skills-database
                          close skills-database
                          open i-o skills-database
                      end-if
                      if skills-status = "00"
                          move jnl-image to skill-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write skill-record
                                  if skills-status not = "00"
                                      rewrite skill-record
                                  end-if
                              when "REWRITE"
                                  rewrite skill-record
                                  if skills-status not = "00"
                                      write skill-record
                                  end-if
                              when "DELETE"
                                  delete skills-database
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close skills-database
                  when "job-stages.dat"
                      open i-o job-stages
                      if job-stages-status = "35"
                          open output job-stages
                          close job-stages
                          open i-o job-stages
                      end-if
                      if job-stages-status = "00"
                          move jnl-image to job-stage-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write job-stage-record
                                  if job-stages-status not = "00"
                                      rewrite job-stage-record
                                  end-if
                              when "REWRITE"
                                  rewrite job-stage-record
                                  if job-stages-status not = "00"
                                      write job-stage-record
                                  end-if
                              when "DELETE"
                                  delete job-stages
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close job-stages
                  when "stage-history.dat"
                      open i-o stage-history
                      if stage-history-status = "35"
                          open output stage-history
                          close stage-history
                          open i-o stage-history
                      end-if
                      if stage-history-status = "00"
                          move jnl-image to stage-history-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write stage-history-record
                                  if stage-history-status not = "00"
                                      rewrite stage-history-record
                                  end-if
                              when "REWRITE"
                                  rewrite stage-history-record
                                  if stage-history-status not = "00"
                                      write stage-history-record
                                  end-if
                              when "DELETE"
                                  delete stage-history
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close stage-history
                  when "eeo-selfid.dat"
                      open i-o eeo-selfid
                      if eeo-selfid-status = "35"
                          open output eeo-selfid
                          close eeo-selfid
                          open i-o eeo-selfid
                      end-if
                      if eeo-selfid-status = "00"
                          move jnl-image to eeo-selfid-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write eeo-selfid-record
                                  if eeo-selfid-status not = "00"
                                      rewrite eeo-selfid-record
                                  end-if
                              when "REWRITE"
                                  rewrite eeo-selfid-record
                                  if eeo-selfid-status not = "00"
                                      write eeo-selfid-record
                                  end-if
                              when "DELETE"
                                  delete eeo-selfid
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close eeo-selfid
                  when "closeout-notices.dat"
                      open i-o closeout-notices
                      if closeout-status = "35"
                          open output closeout-notices
                          close closeout-notices
                          open i-o closeout-notices
                      end-if
                      if closeout-status = "00"
                          move jnl-image to closeout-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write closeout-record
                                  if closeout-status not = "00"
                                      rewrite closeout-record
                                  end-if
                              when "REWRITE"
                                  rewrite closeout-record
                                  if closeout-status not = "00"
                                      write closeout-record
                                  end-if
                              when "DELETE"
                                  delete closeout-notices
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close closeout-notices
                  when "talent-pools.dat"
                      open i-o talent-pools
                      if talent-pool-status = "35"
                          open output talent-pools
                          close talent-pools
                          open i-o talent-pools
                      end-if
                      if talent-pool-status = "00"
                          move jnl-image to talent-pool-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write talent-pool-record
                                  if talent-pool-status not = "00"
                                      rewrite talent-pool-record
                                  end-if
                              when "REWRITE"
                                  rewrite talent-pool-record
                                  if talent-pool-status not = "00"
                                      write talent-pool-record
                                  end-if
                              when "DELETE"
                                  delete talent-pools
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close talent-pools
                  when "job-invites.dat"
                      open i-o job-invites
                      if invite-status-code = "35"
                          open output job-invites
                          close job-invites
                          open i-o job-invites
                      end-if
                      if invite-status-code = "00"
                          move jnl-image to invite-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write invite-record
                                  if invite-status-code not = "00"
                                      rewrite invite-record
                                  end-if
                              when "REWRITE"
                                  rewrite invite-record
                                  if invite-status-code not = "00"
                                      write invite-record
                                  end-if
                              when "DELETE"
                                  delete job-invites
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close job-invites
                  when "locations.dat"
                      open i-o location-reference
                      if location-status = "35"
                          open output location-reference
                          close location-reference
                          open i-o location-reference
                      end-if
                      if location-status = "00"
                          move jnl-image to location-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write location-record
                                  if location-status not = "00"
                                      rewrite location-record
                                  end-if
                              when "REWRITE"
                                  rewrite location-record
                                  if location-status not = "00"
                                      write location-record
                                  end-if
                              when "DELETE"
                                  delete location-reference
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close location-reference
                  when "job-eligibility.dat"
                      open i-o job-eligibility
                      if eligibility-status = "35"
                          open output job-eligibility
                          close job-eligibility
                          open i-o job-eligibility
                      end-if
                      if eligibility-status = "00"
                          move jnl-image to job-eligibility-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write job-eligibility-record
                                  if eligibility-status not = "00"
                                      rewrite job-eligibility-record
                                  end-if
                              when "REWRITE"
                                  rewrite job-eligibility-record
                                  if eligibility-status not = "00"
                                      write job-eligibility-record
                                  end-if
                              when "DELETE"
                                  delete job-eligibility
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close job-eligibility
                  when "credit-internships.dat"
                      open i-o credit-internships
                      if credit-internship-status = "35"
                          open output credit-internships
                          close credit-internships
                          open i-o credit-internships
                      end-if
                      if credit-internship-status = "00"
                          move jnl-image to credit-internship-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write credit-internship-record
                                  if credit-internship-status not = "00"
                                      rewrite credit-internship-record
                                  end-if
                              when "REWRITE"
                                  rewrite credit-internship-record
                                  if credit-internship-status not = "00"
                                      write credit-internship-record
                                  end-if
                              when "DELETE"
                                  delete credit-internships
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close credit-internships
                  when "billing-prices.dat"
                      open i-o billing-prices
                      if billing-price-status = "35"
                          open output billing-prices
                          close billing-prices
                          open i-o billing-prices
                      end-if
                      if billing-price-status = "00"
                          move jnl-image to billing-price-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write billing-price-record
                                  if billing-price-status not = "00"
                                      rewrite billing-price-record
                                  end-if
                              when "REWRITE"
                                  rewrite billing-price-record
                                  if billing-price-status not = "00"
                                      write billing-price-record
                                  end-if
                              when "DELETE"
                                  delete billing-prices
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close billing-prices
                  when "billing-events.dat"
                      open i-o billing-events
                      if billing-event-status = "35"
                          open output billing-events
                          close billing-events
                          open i-o billing-events
                      end-if
                      if billing-event-status = "00"
                          move jnl-image to billing-event-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write billing-event-record
                                  if billing-event-status not = "00"
                                      rewrite billing-event-record
                                  end-if
                              when "REWRITE"
                                  rewrite billing-event-record
                                  if billing-event-status not = "00"
                                      write billing-event-record
                                  end-if
                              when "DELETE"
                                  delete billing-events
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close billing-events
                  when "career-fairs.dat"
                      open i-o career-fairs
                      if career-fair-status = "35"
                          open output career-fairs
                          close career-fairs
                          open i-o career-fairs
                      end-if
                      if career-fair-status = "00"
                          move jnl-image to career-fair-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write career-fair-record
                                  if career-fair-status not = "00"
                                      rewrite career-fair-record
                                  end-if
                              when "REWRITE"
                                  rewrite career-fair-record
                                  if career-fair-status not = "00"
                                      write career-fair-record
                                  end-if
                              when "DELETE"
                                  delete career-fairs
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close career-fairs
                  when "fair-booths.dat"
                      open i-o fair-booths
                      if fair-booth-status = "35"
                          open output fair-booths
                          close fair-booths
                          open i-o fair-booths
                      end-if
                      if fair-booth-status = "00"
                          move jnl-image to fair-booth-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write fair-booth-record
                                  if fair-booth-status not = "00"
                                      rewrite fair-booth-record
                                  end-if
                              when "REWRITE"
                                  rewrite fair-booth-record
                                  if fair-booth-status not = "00"
                                      write fair-booth-record
                                  end-if
                              when "DELETE"
                                  delete fair-booths
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close fair-booths
                  when "message-filters.dat"
                      open i-o message-filters
                      if message-filter-status = "35"
                          open output message-filters
                          close message-filters
                          open i-o message-filters
                      end-if
                      if message-filter-status = "00"
                          move jnl-image to message-filter-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write message-filter-record
                                  if message-filter-status not = "00"
                                      rewrite message-filter-record
                                  end-if
                              when "REWRITE"
                                  rewrite message-filter-record
                                  if message-filter-status not = "00"
                                      write message-filter-record
                                  end-if
                              when "DELETE"
                                  delete message-filters
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close message-filters
                  when "message-quarantine.dat"
                      open i-o message-quarantine
                      if quarantine-status = "35"
                          open output message-quarantine
                          close message-quarantine
                          open i-o message-quarantine
                      end-if
                      if quarantine-status = "00"
                          move jnl-image to quarantine-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write quarantine-record
                                  if quarantine-status not = "00"
                                      rewrite quarantine-record
                                  end-if
                              when "REWRITE"
                                  rewrite quarantine-record
                                  if quarantine-status not = "00"
                                      write quarantine-record
                                  end-if
                              when "DELETE"
                                  delete message-quarantine
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close message-quarantine
                  when "risk-rules.dat"
                      open i-o risk-rules
                      if risk-rule-status = "35"
                          open output risk-rules
                          close risk-rules
                          open i-o risk-rules
                      end-if
                      if risk-rule-status = "00"
                          move jnl-image to risk-rule-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write risk-rule-record
                                  if risk-rule-status not = "00"
                                      rewrite risk-rule-record
                                  end-if
                              when "REWRITE"
                                  rewrite risk-rule-record
                                  if risk-rule-status not = "00"
                                      write risk-rule-record
                                  end-if
                              when "DELETE"
                                  delete risk-rules
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close risk-rules
                  when "risk-scores.dat"
                      open i-o risk-scores
                      if risk-score-status = "35"
                          open output risk-scores
                          close risk-scores
                          open i-o risk-scores
                      end-if
                      if risk-score-status = "00"
                          move jnl-image to risk-score-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write risk-score-record
                                  if risk-score-status not = "00"
                                      rewrite risk-score-record
                                  end-if
                              when "REWRITE"
                                  rewrite risk-score-record
                                  if risk-score-status not = "00"
                                      write risk-score-record
                                  end-if
                              when "DELETE"
                                  delete risk-scores
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close risk-scores
                  when "operators.dat"
                      open i-o operators
                      if operator-status = "35"
                          open output operators
                          close operators
                          open i-o operators
                      end-if
                      if operator-status = "00"
                          move jnl-image to operator-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write operator-record
                                  if operator-status not = "00"
                                      rewrite operator-record
                                  end-if
                              when "REWRITE"
                                  rewrite operator-record
                                  if operator-status not = "00"
                                      write operator-record
                                  end-if
                              when "DELETE"
                                  delete operators
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close operators
                  when "support-sessions.dat"
                      open i-o support-sessions
                      if support-session-status = "35"
                          open output support-sessions
                          close support-sessions
                          open i-o support-sessions
                      end-if
                      if support-session-status = "00"
                          move jnl-image to support-session-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write support-session-record
                                  if support-session-status not = "00"
                                      rewrite support-session-record
                                  end-if
                              when "REWRITE"
                                  rewrite support-session-record
                                  if support-session-status not = "00"
                                      write support-session-record
                                  end-if
                              when "DELETE"
                                  delete support-sessions
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close support-sessions
                  when "company-reviews.dat"
                      open i-o company-reviews
                      if company-review-status = "35"
                          open output company-reviews
                          close company-reviews
                          open i-o company-reviews
                      end-if
                      if company-review-status = "00"
                          move jnl-image to company-review-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write company-review-record
                                  if company-review-status not = "00"
                                      rewrite company-review-record
                                  end-if
                              when "REWRITE"
                                  rewrite company-review-record
                                  if company-review-status not = "00"
                                      write company-review-record
                                  end-if
                              when "DELETE"
                                  delete company-reviews
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close company-reviews
                  when "introductions.dat"
                      open i-o introductions
                      if introduction-status = "35"
                          open output introductions
                          close introductions
                          open i-o introductions
                      end-if
                      if introduction-status = "00"
                          move jnl-image to introduction-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write introduction-record
                                  if introduction-status not = "00"
                                      rewrite introduction-record
                                  end-if
                              when "REWRITE"
                                  rewrite introduction-record
                                  if introduction-status not = "00"
                                      write introduction-record
                                  end-if
                              when "DELETE"
                                  delete introductions
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close introductions
                  when "organizations.dat"
                      open i-o organizations
                      if organization-status = "35"
                          open output organizations
                          close organizations
                          open i-o organizations
                      end-if
                      if organization-status = "00"
                          move jnl-image to organization-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write organization-record
                                  if organization-status not = "00"
                                      rewrite organization-record
                                  end-if
                              when "REWRITE"
                                  rewrite organization-record
                                  if organization-status not = "00"
                                      write organization-record
                                  end-if
                              when "DELETE"
                                  delete organizations
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close organizations
                  when "org-members.dat"
                      open i-o org-members
                      if org-member-status = "35"
                          open output org-members
                          close org-members
                          open i-o org-members
                      end-if
                      if org-member-status = "00"
                          move jnl-image to org-member-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write org-member-record
                                  if org-member-status not = "00"
                                      rewrite org-member-record
                                  end-if
                              when "REWRITE"
                                  rewrite org-member-record
                                  if org-member-status not = "00"
                                      write org-member-record
                                  end-if
                              when "DELETE"
                                  delete org-members
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close org-members
                  when "org-posts.dat"
                      open i-o org-posts
                      if org-post-status = "35"
                          open output org-posts
                          close org-posts
                          open i-o org-posts
                      end-if
                      if org-post-status = "00"
                          move jnl-image to org-post-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write org-post-record
                                  if org-post-status not = "00"
                                      rewrite org-post-record
                                  end-if
                              when "REWRITE"
                                  rewrite org-post-record
                                  if org-post-status not = "00"
                                      write org-post-record
                                  end-if
                              when "DELETE"
                                  delete org-posts
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close org-posts
                  when "timesheets.dat"
                      open i-o timesheets
                      if timesheet-status = "35"
                          open output timesheets
                          close timesheets
                          open i-o timesheets
                      end-if
                      if timesheet-status = "00"
                          move jnl-image to timesheet-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write timesheet-record
                                  if timesheet-status not = "00"
                                      rewrite timesheet-record
                                  end-if
                              when "REWRITE"
                                  rewrite timesheet-record
                                  if timesheet-status not = "00"
                                      write timesheet-record
                                  end-if
                              when "DELETE"
                                  delete timesheets
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close timesheets
                  when "employer-contacts.dat"
                      open i-o employer-contacts
                      if employer-contact-status = "35"
                          open output employer-contacts
                          close employer-contacts
                          open i-o employer-contacts
                      end-if
                      if employer-contact-status = "00"
                          move jnl-image to employer-contact-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write employer-contact-record
                                  if employer-contact-status not = "00"
                                      rewrite employer-contact-record
                                  end-if
                              when "REWRITE"
                                  rewrite employer-contact-record
                                  if employer-contact-status not = "00"
                                      write employer-contact-record
                                  end-if
                              when "DELETE"
                                  delete employer-contacts
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close employer-contacts
                  when "appointments.dat"
                      open i-o appointments
                      if appointment-status = "35"
                          open output appointments
                          close appointments
                          open i-o appointments
                      end-if
                      if appointment-status = "00"
                          move jnl-image to appointment-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write appointment-record
                                  if appointment-status not = "00"
                                      rewrite appointment-record
                                  end-if
                              when "REWRITE"
                                  rewrite appointment-record
                                  if appointment-status not = "00"
                                      write appointment-record
                                  end-if
                              when "DELETE"
                                  delete appointments
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close appointments
                  when "transcripts.dat"
                      open i-o transcripts
                      if transcript-status = "35"
                          open output transcripts
                          close transcripts
                          open i-o transcripts
                      end-if
                      if transcript-status = "00"
                          move jnl-image to transcript-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write transcript-record
                                  if transcript-status not = "00"
                                      rewrite transcript-record
                                  end-if
                              when "REWRITE"
                                  rewrite transcript-record
                                  if transcript-status not = "00"
                                      write transcript-record
                                  end-if
                              when "DELETE"
                                  delete transcripts
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close transcripts
                  when "scheduled-messages.dat"
                      open i-o scheduled-messages
                      if scheduled-status = "35"
                          open output scheduled-messages
                          close scheduled-messages
                          open i-o scheduled-messages
                      end-if
                      if scheduled-status = "00"
                          move jnl-image to scheduled-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write scheduled-record
                                  if scheduled-status not = "00"
                                      rewrite scheduled-record
                                  end-if
                              when "REWRITE"
                                  rewrite scheduled-record
                                  if scheduled-status not = "00"
                                      write scheduled-record
                                  end-if
                              when "DELETE"
                                  delete scheduled-messages
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close scheduled-messages
                  when "report-distribution.dat"
                      open i-o report-distribution
                      if distribution-status = "35"
                          open output report-distribution
                          close report-distribution
                          open i-o report-distribution
                      end-if
                      if distribution-status = "00"
                          move jnl-image to distribution-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write distribution-record
                                  if distribution-status not = "00"
                                      rewrite distribution-record
                                  end-if
                              when "REWRITE"
                                  rewrite distribution-record
                                  if distribution-status not = "00"
                                      write distribution-record
                                  end-if
                              when "DELETE"
                                  delete report-distribution
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close report-distribution
                  when "batch-control.dat"
                      open i-o batch-control
                      if batch-control-status = "35"
                          open output batch-control
                          close batch-control
                          open i-o batch-control
                      end-if
                      if batch-control-status = "00"
                          move jnl-image to batch-control-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write batch-control-record
                                  if batch-control-status not = "00"
                                      rewrite batch-control-record
                                  end-if
                              when "REWRITE"
                                  rewrite batch-control-record
                                  if batch-control-status not = "00"
                                      write batch-control-record
                                  end-if
                              when "DELETE"
                                  delete batch-control
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close batch-control
                  when "institution-calendar.dat"
                      open i-o institution-calendar
                      if calendar-status = "35"
                          open output institution-calendar
                          close institution-calendar
                          open i-o institution-calendar
                      end-if
                      if calendar-status = "00"
                          move jnl-image to institution-calendar-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write institution-calendar-record
                                  if calendar-status not = "00"
                                      rewrite institution-calendar-record
                                  end-if
                              when "REWRITE"
                                  rewrite institution-calendar-record
                                  if calendar-status not = "00"
                                      write institution-calendar-record
                                  end-if
                              when "DELETE"
                                  delete institution-calendar
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close institution-calendar
                  when "job-checkpoints.dat"
                      open i-o job-checkpoints
                      if checkpoint-status = "35"
                          open output job-checkpoints
                          close job-checkpoints
                          open i-o job-checkpoints
                      end-if
                      if checkpoint-status = "00"
                          move jnl-image to checkpoint-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write checkpoint-record
                                  if checkpoint-status not = "00"
                                      rewrite checkpoint-record
                                  end-if
                              when "REWRITE"
                                  rewrite checkpoint-record
                                  if checkpoint-status not = "00"
                                      write checkpoint-record
                                  end-if
                              when "DELETE"
                                  delete job-checkpoints
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close job-checkpoints
                  when "legal-holds.dat"
                      open i-o legal-holds
                      if legal-hold-status = "35"
                          open output legal-holds
                          close legal-holds
                          open i-o legal-holds
                      end-if
                      if legal-hold-status = "00"
                          move jnl-image to legal-hold-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write legal-hold-record
                                  if legal-hold-status not = "00"
                                      rewrite legal-hold-record
                                  end-if
                              when "REWRITE"
                                  rewrite legal-hold-record
                                  if legal-hold-status not = "00"
                                      write legal-hold-record
                                  end-if
                              when "DELETE"
                                  delete legal-holds
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close legal-holds
                  when "ats-partners.dat"
                      open i-o ats-partners
                      if ats-partner-status = "35"
                          open output ats-partners
                          close ats-partners
                          open i-o ats-partners
                      end-if
                      if ats-partner-status = "00"
                          move jnl-image to ats-partner-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write ats-partner-record
                                  if ats-partner-status not = "00"
                                      rewrite ats-partner-record
                                  end-if
                              when "REWRITE"
                                  rewrite ats-partner-record
                                  if ats-partner-status not = "00"
                                      write ats-partner-record
                                  end-if
                              when "DELETE"
                                  delete ats-partners
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close ats-partners
                  when "ats-sent.dat"
                      open i-o ats-sent
                      if ats-sent-status = "35"
                          open output ats-sent
                          close ats-sent
                          open i-o ats-sent
                      end-if
                      if ats-sent-status = "00"
                          move jnl-image to ats-sent-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write ats-sent-record
                                  if ats-sent-status not = "00"
                                      rewrite ats-sent-record
                                  end-if
                              when "REWRITE"
                                  rewrite ats-sent-record
                                  if ats-sent-status not = "00"
                                      write ats-sent-record
                                  end-if
                              when "DELETE"
                                  delete ats-sent
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close ats-sent
                  when "campuses.dat"
                      open i-o campuses
                      if campus-status = "35"
                          open output campuses
                          close campuses
                          open i-o campuses
                      end-if
                      if campus-status = "00"
                          move jnl-image to campus-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write campus-record
                                  if campus-status not = "00"
                                      rewrite campus-record
                                  end-if
                              when "REWRITE"
                                  rewrite campus-record
                                  if campus-status not = "00"
                                      write campus-record
                                  end-if
                              when "DELETE"
                                  delete campuses
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close campuses
                  when "operator-campus.dat"
                      open i-o operator-campus
                      if opr-campus-status = "35"
                          open output operator-campus
                          close operator-campus
                          open i-o operator-campus
                      end-if
                      if opr-campus-status = "00"
                          move jnl-image to operator-campus-record
                          evaluate function trim(jnl-action trailing)
                              when "WRITE"
                                  write operator-campus-record
                                  if opr-campus-status not = "00"
                                      rewrite operator-campus-record
                                  end-if
                              when "REWRITE"
                                  rewrite operator-campus-record
                                  if opr-campus-status not = "00"
                                      write operator-campus-record
                                  end-if
                              when "DELETE"
                                  delete operator-campus
                                      invalid key
                                          continue
                                  end-delete
                              when other
                                  continue
                          end-evaluate
                          add 1 to rpl-applied-count
                      end-if
                      close operator-campus
                  when other
                      add 1 to rpl-unknown-count
              end-evaluate
              exit.

*>*******************************************************************
*> Batch checkpoints - the long passes (REORG, RETAIN, SWEEP, ROLLOVER
*> and RECON) commit how far they got to job-checkpoints.dat: the
*> last key processed and their running counts, every
*> INCOLLEGE_CHECKPOINT_EVERY records (100 by default) and at every
*> file or pass boundary. A run that is killed leaves its row; the
*> next run of the job picks the counts back up and STARTs past the
*> key, so the work is not done twice and the final control totals
*> cover the original run and the restart together. Only unattended
*> runs checkpoint - a pass run from the console just clears any
*> row a killed batch run left, since it has now done the whole file.
*>*******************************************************************

*> Paragraph: ckpBegin
*> Purpose:   Opens the job's checkpoint - picks up a killed run's row
*>            when there is one, otherwise starts a fresh row
*> Input:     ckp-job-work, batch-job-name
*> Output:    ckp-restart-flag, ckp-step-work, ckp-key-work,
*>            ckp-total
       ckpBegin.
              move 'N' to ckp-restart-flag
              move 'N' to ckp-active-flag
              move 0 to ckp-step-work
              move 0 to ckp-since
              move spaces to ckp-key-work
              move spaces to ckp-key-pending
              initialize ckp-totals
              if function trim(batch-job-name trailing) = spaces
                  exit paragraph
              end-if
              move 'Y' to ckp-active-flag
              move 100 to ckp-every
              move spaces to ckp-every-env
              accept ckp-every-env from environment "INCOLLEGE_CHECKPOINT_EVERY"
              if function trim(ckp-every-env) is numeric
              and function numval(ckp-every-env) > 0
                  move function numval(ckp-every-env) to ckp-every
              end-if

              open i-o job-checkpoints
              if checkpoint-missing
                  open output job-checkpoints
                  close job-checkpoints
                  open i-o job-checkpoints
              end-if
              if not checkpoint-ok
                  move 'N' to ckp-active-flag
                  close job-checkpoints
                  exit paragraph
              end-if
              move ckp-job-work to ckp-job
              read job-checkpoints
                  key is ckp-job
                  invalid key
                      initialize checkpoint-record
                      move ckp-job-work to ckp-job
                      move bjl-start-stamp to ckp-run-start
                      move function current-date(1:14) to ckp-saved-stamp
                      write checkpoint-record
                  not invalid key
                      move 'Y' to ckp-restart-flag
                      move ckp-step to ckp-step-work
                      move ckp-last-key to ckp-key-work
                      move ckp-saved-totals to ckp-totals
                      add 1 to ckp-restarts
                      rewrite checkpoint-record
                      move spaces to output-buffer
                      if ckp-last-key = spaces
                          string "RESTART: " delimited by size
                                 function trim(ckp-job-work trailing) delimited by size
                                 " carries on from its checkpoint of " delimited by size
                                 ckp-saved-stamp delimited by size
                                 " (" delimited by size
                                 function trim(ckp-step leading) delimited by size
                                 " file(s)/pass(es) already done)." delimited by size
                                 into output-buffer
                          end-string
                      else
                          string "RESTART: " delimited by size
                                 function trim(ckp-job-work trailing) delimited by size
                                 " carries on from its checkpoint of " delimited by size
                                 ckp-saved-stamp delimited by size
                                 " after key " delimited by size
                                 function trim(ckp-last-key trailing) delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      perform outputLine
                      move ckp-job-work to audit-actor
                      move "job-checkpoints.dat" to audit-file-name
                      move ckp-job to audit-record-key
                      move "RESTART" to audit-action
                      perform recordAuditEvent
              end-read
              close job-checkpoints
              exit.

*> Paragraph: ckpTick
*> Purpose:   Counts one record processed and commits the checkpoint
*>            every ckp-every records
*> Input:     ckp-key-work, ckp-total (set by the job)
*> Output:    job-checkpoints.dat
       ckpTick.
              if not ckp-active
                  exit paragraph
              end-if
              add 1 to ckp-since
              if ckp-since >= ckp-every
                  perform ckpCommit
              end-if
              exit.

*> Paragraph: ckpCommit
*> Purpose:   Writes the job's position and running totals to its
*>            checkpoint row
*> Input:     ckp-job-work, ckp-step-work, ckp-key-work, ckp-total
*> Output:    job-checkpoints.dat
       ckpCommit.
              if not ckp-active
                  exit paragraph
              end-if
              move 0 to ckp-since
              open i-o job-checkpoints
              move ckp-job-work to ckp-job
              read job-checkpoints
                  key is ckp-job
                  invalid key
                      continue
                  not invalid key
                      move ckp-step-work to ckp-step
                      move ckp-key-work to ckp-last-key
                      move ckp-totals to ckp-saved-totals
                      move function current-date(1:14) to ckp-saved-stamp
                      rewrite checkpoint-record
              end-read
              close job-checkpoints
              exit.

*> Paragraph: ckpEnd
*> Purpose:   The pass finished - removes the job's checkpoint row
*> Input:     ckp-job-work
*> Output:    job-checkpoints.dat
       ckpEnd.
              open i-o job-checkpoints
              if checkpoint-ok
                  move ckp-job-work to ckp-job
                  delete job-checkpoints
                      invalid key
                          continue
                  end-delete
              end-if
              close job-checkpoints
              move 'N' to ckp-active-flag
              move 'N' to ckp-restart-flag
              exit.

*> Paragraph: ckpShowOpen
*> Purpose:   Lists the checkpoints killed runs have left, under the
*>            batch run ledger
*> Input:     None
*> Output:    None
       ckpShowOpen.
              open input job-checkpoints
              if checkpoint-ok
                  perform until checkpoint-status not = "00"
                      read job-checkpoints next record
                          at end
                              exit perform
                          not at end
                              move spaces to output-buffer
                              string "- OPEN CHECKPOINT: " delimited by size
                                     function trim(ckp-job trailing) delimited by size
                                     " run of " delimited by size
                                     ckp-run-start delimited by size
                                     ", saved " delimited by size
                                     ckp-saved-stamp delimited by size
                                     ", " delimited by size
                                     function trim(ckp-step leading) delimited by size
                                     " file(s)/pass(es) done - the next run carries on from it" delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                      end-read
                  end-perform
              end-if
              close job-checkpoints
              exit.

*>*******************************************************************
*> Physical reorganization (batch job REORG) - rebuilds each of the
*> big indexed files by copying the live records through a fresh
*> physical file, reclaiming the dead space years of deletes leave
*> behind. Each file is safety-copied first (the CONVERT job proved
*> the copy-through pattern), the record counts are verified before
*> the rebuild stands, and a marker file makes a torn run refuse to
*> start again until someone has looked. The reload goes through
*> each file's full key set, so the alternate indexes on the
*> application, message and connection files come back rebuilt too.
*>*******************************************************************
       runReorgJob.
              move "REORG" to ckp-job-work
              perform ckpBegin
              *> A prior REORG that did not finish leaves its marker -
              *> with a checkpoint the torn file is put back from its
              *> safety copy and the run carries on; without one, refuse
              *> to run over an unknown partial state
              open input reorg-marker
              if reorg-marker-status = "00"
                  read reorg-marker
                      at end
                          move spaces to reorg-marker-line
                  end-read
                  close reorg-marker
                  if ckp-restarting
                      perform reorgRestoreTorn
                      if rg-refused
                          move 'Y' to rg-failed-flag
                          exit paragraph
                      end-if
                  else
                      move spaces to output-buffer
                      string "REORG refused: a prior run left reorg-inprogress.flag behind (" delimited by size
                             function trim(reorg-marker-line trailing) delimited by size
                             "). Verify that file against its .reorg safety copy, then remove the flag." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      move 'Y' to rg-failed-flag
                      *> No checkpoint to carry on from - the next run
                      *> must find the same refusal
                      perform ckpEnd
                      exit paragraph
                  end-if
              else
                  close reorg-marker
              end-if

              move 'N' to rg-failed-flag
              move 0 to rg-total-reclaimed
              if ckp-restarting
                  move ckp-total(1) to rg-total-reclaimed
              end-if
              *> One checkpoint per file rebuilt
              if ckp-step-work < 1
                  perform reorgAcctFile
                  move 1 to ckp-step-work
                  move rg-total-reclaimed to ckp-total(1)
                  perform ckpCommit
              end-if
              if ckp-step-work < 2
                  perform reorgJobFile
                  move 2 to ckp-step-work
                  move rg-total-reclaimed to ckp-total(1)
                  perform ckpCommit
              end-if
              if ckp-step-work < 3
                  perform reorgApplicationFile
                  move 3 to ckp-step-work
                  move rg-total-reclaimed to ckp-total(1)
                  perform ckpCommit
              end-if
              if ckp-step-work < 4
                  perform reorgMessageFile
                  move 4 to ckp-step-work
                  move rg-total-reclaimed to ckp-total(1)
                  perform ckpCommit
              end-if
              if ckp-step-work < 5
                  perform reorgConnectionFile
              end-if
              perform ckpEnd

              move spaces to output-buffer
              string "REORG complete: " delimited by size
                     function trim(rg-total-reclaimed leading) delimited by size
                     " byte(s) reclaimed. The .reorg safety copies stay on disk until the next backup." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: reorgWriteMarker
*> Purpose:   Records which file the rebuild is touching
*> Input:     rg-src-name
       reorgWriteMarker.
              open output reorg-marker
              if reorg-marker-status = "00"
                  move rg-src-name to reorg-marker-line
                  write reorg-marker-line
              end-if
              close reorg-marker
              exit.

*> Paragraph: reorgClearMarker
*> Purpose:   Removes the in-progress marker after a clean rebuild
       reorgClearMarker.
              call "CBL_DELETE_FILE" using rg-marker-name
              exit.

*> Paragraph: reorgRestoreTorn
*> Purpose:   On a restart, puts the file a killed REORG was rebuilding
*>            back from its safety copy so its rebuild starts clean
*> Input:     reorg-marker-line
*> Output:    rg-refused-flag
       reorgRestoreTorn.
              move 'N' to rg-refused-flag
              move reorg-marker-line to rg-src-name
              move spaces to rg-restore-base
              unstring rg-src-name delimited by ".dat"
                  into rg-restore-base
              end-unstring
              move spaces to rg-safety-name
              string function trim(rg-restore-base trailing) delimited by size
                     ".reorg" delimited by size
                     into rg-safety-name
              end-string
              call "CBL_CHECK_FILE_EXIST" using rg-safety-name bkp-file-info
              if return-code = 0
                  call "CBL_COPY_FILE" using rg-safety-name rg-src-name
              end-if
              if return-code not = 0
                  move 'Y' to rg-refused-flag
                  move spaces to output-buffer
                  string "REORG refused: " delimited by size
                         function trim(rg-src-name trailing) delimited by size
                         " was being rebuilt and its safety copy " delimited by size
                         function trim(rg-safety-name trailing) delimited by size
                         " cannot be put back - verify it by hand, then remove reorg-inprogress.flag." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  exit paragraph
              end-if
              perform reorgClearMarker
              move spaces to output-buffer
              string "RESTART: " delimited by size
                     function trim(rg-src-name trailing) delimited by size
                     " put back from " delimited by size
                     function trim(rg-safety-name trailing) delimited by size
                     " - its rebuild starts again." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "REORG" to audit-actor
              move rg-src-name to audit-file-name
              move rg-safety-name to audit-record-key
              move "RESTORE" to audit-action
              perform recordAuditEvent
              exit.

*> Paragraph: reorgAcctFile
*> Purpose:   Rebuilds acct-database.dat through the unload file,
*>            verifying the record count before the rebuild stands
       reorgAcctFile.
              move "acct-database.dat" to rg-src-name
              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              if return-code not = 0
                  exit paragraph
              end-if
              move bkp-file-size to rg-size-before
              move spaces to rg-safety-name
              string "acct-database.reorg" delimited by size
                     into rg-safety-name
              end-string
              call "CBL_COPY_FILE" using rg-src-name rg-safety-name
              if return-code not = 0
                  move "Could not take the safety copy - acct-database.dat left as is." to output-buffer
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  exit paragraph
              end-if
              perform reorgWriteMarker

              *> Unload every live record as a raw image
              move 0 to rg-count-1
              open input acct-database
              open output reorg-unload
              if acct-database-status = "00" and reorg-unload-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              move spaces to reorg-unload-rec
                              move acct-record to reorg-unload-rec
                              write reorg-unload-rec
                              add 1 to rg-count-1
                      end-read
                  end-perform
              end-if
              close acct-database
              close reorg-unload

              *> Reload into a fresh physical file
              move 0 to rg-count-2
              open output acct-database
              open input reorg-unload
              if acct-database-status = "00" and reorg-unload-status = "00"
                  perform until reorg-unload-status not = "00"
                      read reorg-unload
                          at end
                              exit perform
                          not at end
                              move reorg-unload-rec to acct-record
                              write acct-record
                              if acct-database-status = "00"
                                  add 1 to rg-count-2
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database
              close reorg-unload

              if rg-count-1 not = rg-count-2
                  *> Put the safety copy back - the rebuild lost rows
                  call "CBL_COPY_FILE" using rg-safety-name rg-src-name
                  move spaces to output-buffer
                  string "REORG of acct-database.dat FAILED - counts disagree (" delimited by size
                         function trim(rg-count-1 leading) delimited by size
                         " unloaded, " delimited by size
                         function trim(rg-count-2 leading) delimited by size
                         " reloaded) - the safety copy was restored." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  if return-code = 0
                      perform reorgClearMarker
                  end-if
                  exit paragraph
              end-if

              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              move bkp-file-size to rg-size-after
              compute rg-reclaimed = rg-size-before - rg-size-after
              if rg-reclaimed < 0
                  move 0 to rg-reclaimed
              end-if
              move rg-reclaimed to rg-reclaimed-disp
              add rg-reclaimed-disp to rg-total-reclaimed
              move spaces to output-buffer
              string "- acct-database.dat: " delimited by size
                     function trim(rg-count-2 leading) delimited by size
                     " record(s), " delimited by size
                     function trim(rg-reclaimed-disp leading) delimited by size
                     " byte(s) reclaimed" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "REORG" to audit-actor
              move rg-src-name to audit-file-name
              move rg-src-name to audit-record-key
              move "REORG" to audit-action
              perform recordAuditEvent
              perform reorgClearMarker
              exit.

*> Paragraph: reorgJobFile
*> Purpose:   Rebuilds job-database.dat through the unload file,
*>            verifying the record count before the rebuild stands
       reorgJobFile.
              move "job-database.dat" to rg-src-name
              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              if return-code not = 0
                  exit paragraph
              end-if
              move bkp-file-size to rg-size-before
              move spaces to rg-safety-name
              string "job-database.reorg" delimited by size
                     into rg-safety-name
              end-string
              call "CBL_COPY_FILE" using rg-src-name rg-safety-name
              if return-code not = 0
                  move "Could not take the safety copy - job-database.dat left as is." to output-buffer
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  exit paragraph
              end-if
              perform reorgWriteMarker

              *> Unload every live record as a raw image
              move 0 to rg-count-1
              open input job-database
              open output reorg-unload
              if job-database-status = "00" and reorg-unload-status = "00"
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              move spaces to reorg-unload-rec
                              move job-record to reorg-unload-rec
                              write reorg-unload-rec
                              add 1 to rg-count-1
                      end-read
                  end-perform
              end-if
              close job-database
              close reorg-unload

              *> Reload into a fresh physical file
              move 0 to rg-count-2
              open output job-database
              open input reorg-unload
              if job-database-status = "00" and reorg-unload-status = "00"
                  perform until reorg-unload-status not = "00"
                      read reorg-unload
                          at end
                              exit perform
                          not at end
                              move reorg-unload-rec to job-record
                              write job-record
                              if job-database-status = "00"
                                  add 1 to rg-count-2
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              close reorg-unload

              if rg-count-1 not = rg-count-2
                  *> Put the safety copy back - the rebuild lost rows
                  call "CBL_COPY_FILE" using rg-safety-name rg-src-name
                  move spaces to output-buffer
                  string "REORG of job-database.dat FAILED - counts disagree (" delimited by size
                         function trim(rg-count-1 leading) delimited by size
                         " unloaded, " delimited by size
                         function trim(rg-count-2 leading) delimited by size
                         " reloaded) - the safety copy was restored." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  if return-code = 0
                      perform reorgClearMarker
                  end-if
                  exit paragraph
              end-if

              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              move bkp-file-size to rg-size-after
              compute rg-reclaimed = rg-size-before - rg-size-after
              if rg-reclaimed < 0
                  move 0 to rg-reclaimed
              end-if
              move rg-reclaimed to rg-reclaimed-disp
              add rg-reclaimed-disp to rg-total-reclaimed
              move spaces to output-buffer
              string "- job-database.dat: " delimited by size
                     function trim(rg-count-2 leading) delimited by size
                     " record(s), " delimited by size
                     function trim(rg-reclaimed-disp leading) delimited by size
                     " byte(s) reclaimed" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "REORG" to audit-actor
              move rg-src-name to audit-file-name
              move rg-src-name to audit-record-key
              move "REORG" to audit-action
              perform recordAuditEvent
              perform reorgClearMarker
              exit.

*> Paragraph: reorgApplicationFile
*> Purpose:   Rebuilds application-database.dat through the unload file,
*>            verifying the record count before the rebuild stands
       reorgApplicationFile.
              move "application-database.dat" to rg-src-name
              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              if return-code not = 0
                  exit paragraph
              end-if
              move bkp-file-size to rg-size-before
              move spaces to rg-safety-name
              string "application-database.reorg" delimited by size
                     into rg-safety-name
              end-string
              call "CBL_COPY_FILE" using rg-src-name rg-safety-name
              if return-code not = 0
                  move "Could not take the safety copy - application-database.dat left as is." to output-buffer
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  exit paragraph
              end-if
              perform reorgWriteMarker

              *> Unload every live record as a raw image
              move 0 to rg-count-1
              open input application-database
              open output reorg-unload
              if application-database-status = "00" and reorg-unload-status = "00"
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              move spaces to reorg-unload-rec
                              move application-record to reorg-unload-rec
                              write reorg-unload-rec
                              add 1 to rg-count-1
                      end-read
                  end-perform
              end-if
              close application-database
              close reorg-unload

              *> Reload into a fresh physical file
              move 0 to rg-count-2
              open output application-database
              open input reorg-unload
              if application-database-status = "00" and reorg-unload-status = "00"
                  perform until reorg-unload-status not = "00"
                      read reorg-unload
                          at end
                              exit perform
                          not at end
                              move reorg-unload-rec to application-record
                              write application-record
                              if application-ok
                                  add 1 to rg-count-2
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              close reorg-unload

              if rg-count-1 not = rg-count-2
                  *> Put the safety copy back - the rebuild lost rows
                  call "CBL_COPY_FILE" using rg-safety-name rg-src-name
                  move spaces to output-buffer
                  string "REORG of application-database.dat FAILED - counts disagree (" delimited by size
                         function trim(rg-count-1 leading) delimited by size
                         " unloaded, " delimited by size
                         function trim(rg-count-2 leading) delimited by size
                         " reloaded) - the safety copy was restored." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  if return-code = 0
                      perform reorgClearMarker
                  end-if
                  exit paragraph
              end-if

              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              move bkp-file-size to rg-size-after
              compute rg-reclaimed = rg-size-before - rg-size-after
              if rg-reclaimed < 0
                  move 0 to rg-reclaimed
              end-if
              move rg-reclaimed to rg-reclaimed-disp
              add rg-reclaimed-disp to rg-total-reclaimed
              move spaces to output-buffer
              string "- application-database.dat: " delimited by size
                     function trim(rg-count-2 leading) delimited by size
                     " record(s), " delimited by size
                     function trim(rg-reclaimed-disp leading) delimited by size
                     " byte(s) reclaimed" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "REORG" to audit-actor
              move rg-src-name to audit-file-name
              move rg-src-name to audit-record-key
              move "REORG" to audit-action
              perform recordAuditEvent
              perform reorgClearMarker
              exit.

*> Paragraph: reorgMessageFile
*> Purpose:   Rebuilds message-database.dat through the unload file,
*>            verifying the record count before the rebuild stands
       reorgMessageFile.
              move "message-database.dat" to rg-src-name
              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              if return-code not = 0
                  exit paragraph
              end-if
              move bkp-file-size to rg-size-before
              move spaces to rg-safety-name
              string "message-database.reorg" delimited by size
                     into rg-safety-name
              end-string
              call "CBL_COPY_FILE" using rg-src-name rg-safety-name
              if return-code not = 0
                  move "Could not take the safety copy - message-database.dat left as is." to output-buffer
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  exit paragraph
              end-if
              perform reorgWriteMarker

              *> Unload every live record as a raw image
              move 0 to rg-count-1
              open input message-database
              open output reorg-unload
              if message-database-status = "00" and reorg-unload-status = "00"
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              move spaces to reorg-unload-rec
                              move message-record to reorg-unload-rec
                              write reorg-unload-rec
                              add 1 to rg-count-1
                      end-read
                  end-perform
              end-if
              close message-database
              close reorg-unload

              *> Reload into a fresh physical file
              move 0 to rg-count-2
              open output message-database
              open input reorg-unload
              if message-database-status = "00" and reorg-unload-status = "00"
                  perform until reorg-unload-status not = "00"
                      read reorg-unload
                          at end
                              exit perform
                          not at end
                              move reorg-unload-rec to message-record
                              write message-record
                              if message-ok
                                  add 1 to rg-count-2
                              end-if
                      end-read
                  end-perform
              end-if
              close message-database
              close reorg-unload

              if rg-count-1 not = rg-count-2
                  *> Put the safety copy back - the rebuild lost rows
                  call "CBL_COPY_FILE" using rg-safety-name rg-src-name
                  move spaces to output-buffer
                  string "REORG of message-database.dat FAILED - counts disagree (" delimited by size
                         function trim(rg-count-1 leading) delimited by size
                         " unloaded, " delimited by size
                         function trim(rg-count-2 leading) delimited by size
                         " reloaded) - the safety copy was restored." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  if return-code = 0
                      perform reorgClearMarker
                  end-if
                  exit paragraph
              end-if

              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              move bkp-file-size to rg-size-after
              compute rg-reclaimed = rg-size-before - rg-size-after
              if rg-reclaimed < 0
                  move 0 to rg-reclaimed
              end-if
              move rg-reclaimed to rg-reclaimed-disp
              add rg-reclaimed-disp to rg-total-reclaimed
              move spaces to output-buffer
              string "- message-database.dat: " delimited by size
                     function trim(rg-count-2 leading) delimited by size
                     " record(s), " delimited by size
                     function trim(rg-reclaimed-disp leading) delimited by size
                     " byte(s) reclaimed" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "REORG" to audit-actor
              move rg-src-name to audit-file-name
              move rg-src-name to audit-record-key
              move "REORG" to audit-action
              perform recordAuditEvent
              perform reorgClearMarker
              exit.

*> Paragraph: reorgConnectionFile
*> Purpose:   Rebuilds connection-database.dat through the unload file,
*>            verifying the record count before the rebuild stands
       reorgConnectionFile.
              move "connection-database.dat" to rg-src-name
              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              if return-code not = 0
                  exit paragraph
              end-if
              move bkp-file-size to rg-size-before
              move spaces to rg-safety-name
              string "connection-database.reorg" delimited by size
                     into rg-safety-name
              end-string
              call "CBL_COPY_FILE" using rg-src-name rg-safety-name
              if return-code not = 0
                  move "Could not take the safety copy - connection-database.dat left as is." to output-buffer
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  exit paragraph
              end-if
              perform reorgWriteMarker

              *> Unload every live record as a raw image
              move 0 to rg-count-1
              open input connection-database
              open output reorg-unload
              if connection-database-status = "00" and reorg-unload-status = "00"
                  perform until connection-database-status(1:1) not = "0"
                      read connection-database next record
                          at end
                              exit perform
                          not at end
                              move spaces to reorg-unload-rec
                              move connection-record to reorg-unload-rec
                              write reorg-unload-rec
                              add 1 to rg-count-1
                      end-read
                  end-perform
              end-if
              close connection-database
              close reorg-unload

              *> Reload into a fresh physical file
              move 0 to rg-count-2
              open output connection-database
              open input reorg-unload
              if connection-database-status = "00" and reorg-unload-status = "00"
                  perform until reorg-unload-status not = "00"
                      read reorg-unload
                          at end
                              exit perform
                          not at end
                              move reorg-unload-rec to connection-record
                              write connection-record
                              if connection-ok
                                  add 1 to rg-count-2
                              end-if
                      end-read
                  end-perform
              end-if
              close connection-database
              close reorg-unload

              if rg-count-1 not = rg-count-2
                  *> Put the safety copy back - the rebuild lost rows
                  call "CBL_COPY_FILE" using rg-safety-name rg-src-name
                  move spaces to output-buffer
                  string "REORG of connection-database.dat FAILED - counts disagree (" delimited by size
                         function trim(rg-count-1 leading) delimited by size
                         " unloaded, " delimited by size
                         function trim(rg-count-2 leading) delimited by size
                         " reloaded) - the safety copy was restored." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move 'Y' to rg-failed-flag
                  if return-code = 0
                      perform reorgClearMarker
                  end-if
                  exit paragraph
              end-if

              call "CBL_CHECK_FILE_EXIST" using rg-src-name bkp-file-info
              move bkp-file-size to rg-size-after
              compute rg-reclaimed = rg-size-before - rg-size-after
              if rg-reclaimed < 0
                  move 0 to rg-reclaimed
              end-if
              move rg-reclaimed to rg-reclaimed-disp
              add rg-reclaimed-disp to rg-total-reclaimed
              move spaces to output-buffer
              string "- connection-database.dat: " delimited by size
                     function trim(rg-count-2 leading) delimited by size
                     " record(s), " delimited by size
                     function trim(rg-reclaimed-disp leading) delimited by size
                     " byte(s) reclaimed" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "REORG" to audit-actor
              move rg-src-name to audit-file-name
              move rg-src-name to audit-record-key
              move "REORG" to audit-action
              perform recordAuditEvent
              perform reorgClearMarker
              exit.

*>*******************************************************************
*> Graduation rollover (batch job ROLLOVER, run each May) - every
*> STUDENT whose profile-graduation-year is behind the clock becomes
*> an ALUMNI account: still reachable by career services, mentoring
*> and the alumni directory, but out of the student-only job flows
*>*******************************************************************
       graduationRollover.
              move 0 to roll-alumni-count
              move 0 to roll-checked-count
              move "ROLLOVER" to ckp-job-work
              perform ckpBegin
              if ckp-restarting
                  move ckp-total(1) to roll-checked-count
                  move ckp-total(2) to roll-alumni-count
              end-if
              open i-o acct-database
              if acct-database-status = "00"
                  *> A restarted run carries on past its checkpoint
                  if ckp-restarting and ckp-key-work not = spaces
                      move ckp-key-work to acct-username
                      start acct-database key is greater than acct-username
                          invalid key
                              continue
                      end-start
                  end-if
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              move acct-username to ckp-key-pending
                              add 1 to roll-checked-count
                              if acct-student
                              and profile-graduation-year is numeric
                              and profile-graduation-year > 0
                              and profile-graduation-year < current-year
                                  move "ALUMNI" to acct-type
                                  rewrite acct-record
                                  if acct-database-status = "00"
                                      add 1 to roll-alumni-count
                                      move "ROLLOVER" to audit-actor
                                      move "acct-database.dat" to audit-file-name
                                      move acct-username to audit-record-key
                                      move "REWRITE" to audit-action
                                      perform recordAuditEvent
                                  end-if
                              end-if
                              move ckp-key-pending to ckp-key-work
                              move roll-checked-count to ckp-total(1)
                              move roll-alumni-count to ckp-total(2)
                              perform ckpTick
                      end-read
                  end-perform
              end-if
              close acct-database
              perform ckpEnd

              move spaces to output-buffer
              string "Graduation rollover: " delimited by size
                     function trim(roll-checked-count leading) delimited by size
                     " account(s) checked, " delimited by size
                     function trim(roll-alumni-count leading) delimited by size
                     " rolled to ALUMNI." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Alumni Directory - every ALUMNI account with name, class year and
*> most recent employer, so career services (and current students)
*> can keep graduates reachable after the rollover
*>*******************************************************************
       alumniDirectory.
              move "--- Alumni Directory ---" to output-buffer
              perform outputLine
              move 0 to alum-dir-count

              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              if acct-alumni
                                  add 1 to alum-dir-count
                                  move spaces to output-buffer
                                  string "- " delimited by size
                                         function trim(profile-first-name trailing) delimited by size
                                         " " delimited by size
                                         function trim(profile-last-name trailing) delimited by size
                                         " (" delimited by size
                                         function trim(acct-username trailing) delimited by size
                                         "), Class of " delimited by size
                                         profile-graduation-year delimited by size
                                         ", " delimited by size
                                         function trim(profile-university trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                                  if function trim(exp-company(1) trailing) not = spaces
                                      move spaces to output-buffer
                                      string "    Now at: " delimited by size
                                             function trim(exp-company(1) trailing) delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database

              if alum-dir-count = 0
                  move "No alumni accounts on file yet - run the graduation rollover." to output-buffer
                  perform outputLine
              end-if
              move "--------------------" to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> Mentorship program - students request an alumni mentor, matching
*> proposes candidates whose profile-major or experience employers
*> line up with the student's (the same second-degree matching style
*> peopleYouMayKnow uses), both sides accept, and meetings get logged
*> against the pairing. The career office ran this on paper before.
*>*******************************************************************
       mentorshipMenu.
              perform until not valid-read
                  move "--- Mentorship Program ---" to output-buffer
                  perform outputLine
                  if not session-employer and not session-alumni
                      move "[1] Find a Mentor" to output-buffer
                      perform outputLine
                  end-if
                  move "[2] Requests For Me to Mentor" to output-buffer
                  perform outputLine
                  move "[3] My Mentorships / Log a Meeting" to output-buffer
                  perform outputLine
                  move go-back to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = '1'
                          if session-employer or session-alumni
                              move "Invalid input" to output-buffer
                              perform outputLine
                          else
                              perform mentorshipFindMentor
                          end-if
                      when menu-choice = '2'
                          perform mentorshipReviewRequests
                      when menu-choice = '3'
                          perform mentorshipMyPairings
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: mentorshipFindMentor
*> Purpose:   Proposes alumni mentor candidates whose major or
*>            experience employers match the requesting student's, and
*>            records a REQUESTED pairing for the chosen one
*> Input:     current-user
*> Output:    None
       mentorshipFindMentor.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move current-user to buffer-acct-username
              perform findAcct
              if not acct-found or not profile-exists
                  move "Create your profile first - matching works off your major and experience." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move profile-major to mnt-my-major
              perform varying mnt-idx from 1 by 1 until mnt-idx > 3
                  move exp-company(mnt-idx) to mnt-my-company-entry(mnt-idx)
              end-perform

              move "--- Suggested Mentors ---" to output-buffer
              perform outputLine
              move 0 to mnt-cand-count
              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              if acct-alumni
                              and function trim(acct-username trailing) not = function trim(current-user trailing)
                                  perform mentorshipConsiderCandidate
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database

              if mnt-cand-count = 0
                  move "No matching alumni mentors were found for your major or employers." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to request that mentor (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to mnt-selected-index
              if mnt-selected-index < 1 or mnt-selected-index > mnt-cand-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o mentorship-database
              if mentorship-file-missing
                  open output mentorship-database
                  close mentorship-database
                  open i-o mentorship-database
              end-if
              if not mentorship-db-ok
                  move "Unable to open the mentorship database." to output-buffer
                  perform outputLine
                  close mentorship-database
                  exit paragraph
              end-if

              initialize mentorship-record
              move spaces to mentor-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(mnt-cand-name-entry(mnt-selected-index) trailing) delimited by size
                     into mentor-key
              end-string
              move current-user to mentor-student
              move mnt-cand-name-entry(mnt-selected-index) to mentor-mentor
              move "REQUESTED" to mentor-status
              move mnt-cand-basis-entry(mnt-selected-index) to mentor-match-basis
              move function current-date(1:8) to mentor-created-date
              move 0 to mentor-meeting-count
              write mentorship-record
              if mentorship-db-ok
                  move current-user to audit-actor
                  move "mentorship-database.dat" to audit-file-name
                  move mentor-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent

                  *> Tell the prospective mentor through the messaging
                  *> system so the request does not sit unseen
                  move spaces to message-content-buffer
                  string function trim(current-user trailing) delimited by size
                         " has requested you as a mentor (matched on " delimited by size
                         function trim(mnt-cand-basis-entry(mnt-selected-index) trailing) delimited by size
                         "). Review it under Mentorship." delimited by size
                         into message-content-buffer
                  end-string
                  move current-user to message-sender-buffer
                  move mnt-cand-name-entry(mnt-selected-index) to message-recipient-buffer
                  perform saveMessage
                  move "Mentor request sent." to output-buffer
                  perform outputLine
              else
                  move "You have already requested that mentor." to output-buffer
                  perform outputLine
              end-if
              close mentorship-database
              exit.

*> Paragraph: mentorshipConsiderCandidate
*> Purpose:   Filters one alumni account (block rules, PRIVATE
*>            profiles) and tallies it as a mentor candidate when its
*>            major or an experience employer lines up with the
*>            requesting student's
*> Input:     acct-record (the candidate), mnt-my-major,
*>            mnt-my-companies
*> Output:    mnt-cand-* tables
       mentorshipConsiderCandidate.
              if mnt-cand-count >= 20
                  exit paragraph
              end-if
              move 'N' to mnt-match-flag
              move spaces to mnt-basis-buffer
              if function trim(mnt-my-major trailing) not = spaces
              and function upper-case(function trim(profile-major trailing)) =
                  function upper-case(function trim(mnt-my-major trailing))
                  move 'Y' to mnt-match-flag
                  move profile-major to mnt-basis-buffer
              end-if
              if mnt-match-flag = 'N'
                  perform varying mnt-idx from 1 by 1 until mnt-idx > 3
                      perform varying mnt-jdx from 1 by 1 until mnt-jdx > 3
                          if function trim(mnt-my-company-entry(mnt-idx) trailing) not = spaces
                          and function upper-case(function trim(exp-company(mnt-jdx) trailing)) =
                              function upper-case(function trim(mnt-my-company-entry(mnt-idx) trailing))
                              move 'Y' to mnt-match-flag
                              move exp-company(mnt-jdx) to mnt-basis-buffer
                          end-if
                      end-perform
                  end-perform
              end-if
              if mnt-match-flag = 'N' or visibility-private
                  exit paragraph
              end-if

              *> Blocks in either direction rule the pairing out
              move current-user to block-check-actor
              move acct-username to block-check-target
              perform checkBlocked
              if block-in-force
                  exit paragraph
              end-if
              move acct-username to block-check-actor
              move current-user to block-check-target
              perform checkBlocked
              if block-in-force
                  exit paragraph
              end-if

              add 1 to mnt-cand-count
              move acct-username to mnt-cand-name-entry(mnt-cand-count)
              move mnt-basis-buffer to mnt-cand-basis-entry(mnt-cand-count)
              move spaces to output-buffer
              string "[" delimited by size
                     function trim(mnt-cand-count leading) delimited by size
                     "] " delimited by size
                     function trim(profile-first-name trailing) delimited by size
                     " " delimited by size
                     function trim(profile-last-name trailing) delimited by size
                     " (" delimited by size
                     function trim(acct-username trailing) delimited by size
                     ") - matched on " delimited by size
                     function trim(mnt-basis-buffer trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: mentorshipReviewRequests
*> Purpose:   Lists REQUESTED pairings naming current-user as the
*>            mentor and records the accept/decline decision, telling
*>            the student either way
*> Input:     current-user
*> Output:    None
       mentorshipReviewRequests.
              move "--- Mentor Requests Waiting on You ---" to output-buffer
              perform outputLine
              move 0 to mnt-list-count
              open input mentorship-database
              if mentorship-db-ok
                  perform until mentorship-status not = "00"
                      read mentorship-database next record
                          at end
                              exit perform
                          not at end
                              if mentorship-requested
                              and function trim(mentor-mentor trailing) = function trim(current-user trailing)
                              and mnt-list-count < 50
                                  add 1 to mnt-list-count
                                  move mentor-key to mnt-list-key-entry(mnt-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(mnt-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(mentor-student trailing) delimited by size
                                         " (asked " delimited by size
                                         mentor-created-date delimited by size
                                         ", matched on " delimited by size
                                         function trim(mentor-match-basis trailing) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close mentorship-database

              if mnt-list-count = 0
                  move "No mentor requests are waiting on you." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to respond (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to mnt-selected-index
              if mnt-selected-index < 1 or mnt-selected-index > mnt-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o mentorship-database
              if not mentorship-db-ok
                  move "Unable to open the mentorship database." to output-buffer
                  perform outputLine
                  close mentorship-database
                  exit paragraph
              end-if
              move mnt-list-key-entry(mnt-selected-index) to mentor-key
              read mentorship-database
                  key is mentor-key
                  invalid key
                      move "That request is no longer on file." to output-buffer
                      perform outputLine
                      close mentorship-database
                      exit paragraph
              end-read

              move "[a] Accept and start mentoring  [d] Decline (anything else to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'a' or input-buffer(1:1) = 'A'
                      move "ACTIVE" to mentor-status
                  when input-buffer(1:1) = 'd' or input-buffer(1:1) = 'D'
                      move "DECLINED" to mentor-status
                  when other
                      close mentorship-database
                      exit paragraph
              end-evaluate
              rewrite mentorship-record
              close mentorship-database
              move current-user to audit-actor
              move "mentorship-database.dat" to audit-file-name
              move mentor-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent

              move spaces to message-content-buffer
              if mentorship-active
                  string function trim(current-user trailing) delimited by size
                         " accepted your mentorship request - log your meetings under Mentorship." delimited by size
                         into message-content-buffer
                  end-string
                  move "Mentorship started." to output-buffer
              else
                  string function trim(current-user trailing) delimited by size
                         " declined your mentorship request." delimited by size
                         into message-content-buffer
                  end-string
                  move "Request declined." to output-buffer
              end-if
              perform outputLine
              move current-user to message-sender-buffer
              move mentor-student to message-recipient-buffer
              perform saveMessage
              exit.

*> Paragraph: mentorshipMyPairings
*> Purpose:   Lists pairings naming current-user on either side, and
*>            lets either party of an ACTIVE pairing log a meeting or
*>            review the meetings already logged
*> Input:     current-user
*> Output:    None
       mentorshipMyPairings.
              move "--- My Mentorships ---" to output-buffer
              perform outputLine
              move 0 to mnt-list-count
              open input mentorship-database
              if mentorship-db-ok
                  perform until mentorship-status not = "00"
                      read mentorship-database next record
                          at end
                              exit perform
                          not at end
                              if (function trim(mentor-student trailing) = function trim(current-user trailing)
                                  or function trim(mentor-mentor trailing) = function trim(current-user trailing))
                              and mnt-list-count < 50
                                  add 1 to mnt-list-count
                                  move mentor-key to mnt-list-key-entry(mnt-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(mnt-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(mentor-student trailing) delimited by size
                                         " mentored by " delimited by size
                                         function trim(mentor-mentor trailing) delimited by size
                                         " (" delimited by size
                                         function trim(mentor-status trailing) delimited by size
                                         ", " delimited by size
                                         function trim(mentor-meeting-count leading) delimited by size
                                         " meeting(s))" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close mentorship-database

              if mnt-list-count = 0
                  move "You have no mentorship pairings." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter m<number> to log a meeting, v<number> to view its meetings (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              evaluate true
                  when input-buffer(1:1) = 'm' or input-buffer(1:1) = 'M'
                      move function trim(input-buffer(2:) trailing) to mnt-selected-index
                      if mnt-selected-index >= 1 and mnt-selected-index <= mnt-list-count
                          perform mentorshipLogMeeting
                      else
                          move "Invalid selection." to output-buffer
                          perform outputLine
                      end-if
                  when input-buffer(1:1) = 'v' or input-buffer(1:1) = 'V'
                      move function trim(input-buffer(2:) trailing) to mnt-selected-index
                      if mnt-selected-index >= 1 and mnt-selected-index <= mnt-list-count
                          perform mentorshipShowMeetings
                      else
                          move "Invalid selection." to output-buffer
                          perform outputLine
                      end-if
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: mentorshipLogMeeting
*> Purpose:   Appends one meeting note against the pairing selected in
*>            mnt-list-key-entry(mnt-selected-index) and bumps its
*>            meeting counter (ACTIVE pairings only)
*> Input:     mnt-list-key-entry(mnt-selected-index)
*> Output:    None
       mentorshipLogMeeting.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o mentorship-database
              if not mentorship-db-ok
                  move "Unable to open the mentorship database." to output-buffer
                  perform outputLine
                  close mentorship-database
                  exit paragraph
              end-if
              move mnt-list-key-entry(mnt-selected-index) to mentor-key
              read mentorship-database
                  key is mentor-key
                  invalid key
                      move "That pairing is no longer on file." to output-buffer
                      perform outputLine
                      close mentorship-database
                      exit paragraph
              end-read
              if not mentorship-active
                  move "Meetings can only be logged against an ACTIVE pairing." to output-buffer
                  perform outputLine
                  close mentorship-database
                  exit paragraph
              end-if

              move "Meeting notes (what was covered): " to input-prompt
              perform readInputLine

              open extend mentorship-meetings
              if mnt-meetings-status = "35"
                  open output mentorship-meetings
              end-if
              if mnt-meetings-status = "00"
                  move spaces to mnt-meeting-line
                  string function trim(mentor-student trailing) delimited by size
                         "|" delimited by size
                         function trim(mentor-mentor trailing) delimited by size
                         "|" delimited by size
                         function current-date(1:8) delimited by size
                         "|" delimited by size
                         function trim(input-buffer trailing) delimited by size
                         into mnt-meeting-line
                  end-string
                  write mnt-meeting-line
              end-if
              close mentorship-meetings

              add 1 to mentor-meeting-count
              rewrite mentorship-record
              close mentorship-database
              move current-user to audit-actor
              move "mentorship-database.dat" to audit-file-name
              move mentor-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              move "Meeting logged." to output-buffer
              perform outputLine
              exit.

*> Paragraph: mentorshipShowMeetings
*> Purpose:   Prints every logged meeting for the pairing selected in
*>            mnt-list-key-entry(mnt-selected-index)
*> Input:     mnt-list-key-entry(mnt-selected-index)
*> Output:    None
       mentorshipShowMeetings.
              move "--- Logged Meetings ---" to output-buffer
              perform outputLine
              move 0 to mnt-meeting-shown
              open input mentorship-meetings
              if mnt-meetings-status = "00"
                  perform until mnt-meetings-status not = "00"
                      read mentorship-meetings
                          at end
                              exit perform
                          not at end
                              move 1 to mnt-split-ptr
                              unstring mnt-meeting-line delimited by "|"
                                  into mnt-split-student
                                       mnt-split-mentor
                                       mnt-split-date
                                  with pointer mnt-split-ptr
                              end-unstring
                              move spaces to pending-key-buffer
                              string function trim(mnt-split-student trailing) delimited by size
                                     "|" delimited by size
                                     function trim(mnt-split-mentor trailing) delimited by size
                                     into pending-key-buffer
                              end-string
                              if function trim(pending-key-buffer trailing) =
                                 function trim(mnt-list-key-entry(mnt-selected-index) trailing)
                                  add 1 to mnt-meeting-shown
                                  move spaces to output-buffer
                                  string "- " delimited by size
                                         mnt-split-date delimited by size
                                         ": " delimited by size
                                         function trim(mnt-meeting-line(mnt-split-ptr:) trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close mentorship-meetings
              if mnt-meeting-shown = 0
                  move "No meetings logged yet." to output-buffer
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Advisor appointments - an advisor publishes availability slots
*> from the Advisor menu; a student books one with a reason for the
*> visit, and may reschedule or cancel it until it starts. Each side
*> hears about the other's changes by message and mail spool. Once
*> the slot has passed the advisor records ATTENDED or NOSHOW and is
*> taken straight to the advisee's notes. Booked appointments go out
*> in the calendar export, and the operator console carries a
*> utilization report by advisor.
*>*******************************************************************

*> Paragraph: aptFormatWhen
*> Purpose:   Formats a slot start YYYYMMDDHHMM as "YYYYMMDD HH:MM"
*> Input:     apt-start
*> Output:    appt-when-disp
       aptFormatWhen.
              move spaces to appt-when-disp
              string apt-start(1:8) delimited by size
                     " " delimited by size
                     apt-start(9:2) delimited by size
                     ":" delimited by size
                     apt-start(11:2) delimited by size
                     into appt-when-disp
              end-string
              exit.

*> Paragraph: aptNotify
*> Purpose:   Sends the appointment notice in message-content-buffer
*>            to appt-notify-to as a priority message, so it reaches
*>            the mail spool as well as the inbox
*> Input:     appt-notify-to, message-content-buffer,
*>            message-spool-subject
*> Output:    None
       aptNotify.
              move current-user to message-sender-buffer
              move appt-notify-to to message-recipient-buffer
              move 'Y' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              exit.

*> Paragraph: advisorAppointments
*> Purpose:   The advisor's appointment screen - schedule, publishing
*>            slots, outcomes and cancellations
*> Input:     current-user
*> Output:    None
       advisorAppointments.
              perform until not valid-read
                  perform aptAdvisorSchedule
                  move "[p] Publish slots  [o] Record attended / no-show  [x] Withdraw or cancel a slot" to output-buffer
                  perform outputLine
                  move "[c] Export my calendar  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 'p' or input-buffer(1:1) = 'P'
                          perform aptPublishSlots
                      when input-buffer(1:1) = 'o' or input-buffer(1:1) = 'O'
                          perform aptRecordOutcome
                      when input-buffer(1:1) = 'x' or input-buffer(1:1) = 'X'
                          perform aptAdvisorCancel
                      when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                          perform generateCalendarExport
                      when other
                          exit perform
                  end-evaluate
              end-perform
              exit.

*> Paragraph: aptAdvisorSchedule
*> Purpose:   Lists current-user's slots from today on, plus any past
*>            booking still waiting for its outcome, numbered
*> Input:     current-user
*> Output:    appt-list-* table
       aptAdvisorSchedule.
              move "--- My Appointment Slots ---" to output-buffer
              perform outputLine
              move function current-date(1:8) to appt-today
              move function current-date(1:12) to appt-now
              move 0 to appt-list-count
              open input appointments
              if appointment-ok
                  move current-user to apt-advisor
                  move spaces to apt-start
                  start appointments key is not less than apt-key
                      invalid key
                          continue
                  end-start
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              if apt-advisor not = current-user
                                  exit perform
                              end-if
                              if (apt-start(1:8) not < appt-today and not apt-withdrawn)
                              or (apt-booked and apt-start < appt-now)
                                  if appt-list-count < 50
                                      add 1 to appt-list-count
                                      move apt-key to appt-list-key-entry(appt-list-count)
                                      perform aptAdvisorLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close appointments
              if appt-list-count = 0
                  move "No slots published from today on." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: aptAdvisorLine
*> Purpose:   Prints one numbered slot on the advisor's schedule
*> Input:     appointment-record, appt-list-count
*> Output:    None
       aptAdvisorLine.
              perform aptFormatWhen
              move apt-duration to appt-dur-disp
              move spaces to output-buffer
              if apt-open
                  string "[" delimited by size
                         function trim(appt-list-count leading) delimited by size
                         "] " delimited by size
                         appt-when-disp delimited by size
                         " (" delimited by size
                         function trim(appt-dur-disp leading) delimited by size
                         " min, " delimited by size
                         function trim(apt-location trailing) delimited by size
                         ") open" delimited by size
                         into output-buffer
                  end-string
              else
                  string "[" delimited by size
                         function trim(appt-list-count leading) delimited by size
                         "] " delimited by size
                         appt-when-disp delimited by size
                         " (" delimited by size
                         function trim(appt-dur-disp leading) delimited by size
                         " min, " delimited by size
                         function trim(apt-location trailing) delimited by size
                         ") " delimited by size
                         function trim(apt-status trailing) delimited by size
                         " - " delimited by size
                         function trim(apt-student trailing) delimited by size
                         ": " delimited by size
                         function trim(apt-reason trailing) delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              exit.

*> Paragraph: aptPublishSlots
*> Purpose:   Publishes a run of back-to-back slots on one day
*> Input:     None (prompts)
*> Output:    appointments.dat
       aptPublishSlots.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move function current-date(1:8) to appt-today
              move "Date (YYYYMMDD): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to appt-date-work
              if appt-date-work is not numeric
              or function test-date-yyyymmdd(function numval(appt-date-work)) not = 0
                  move "Please enter the date as YYYYMMDD." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if appt-date-work < appt-today
                  move "Slots can only be published for today or later." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "First slot starts at (HHMM, 24-hour): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to appt-time-work
              if appt-time-work is not numeric
              or appt-time-hh > 23 or appt-time-mm > 59
                  move "Please enter the time as HHMM, such as 0930 or 1400." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Minutes per slot (blank = 30): " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move 30 to appt-duration-work
              else
                  if function trim(input-buffer trailing) is numeric
                  and function numval(input-buffer) >= 10
                  and function numval(input-buffer) <= 240
                      move function numval(input-buffer) to appt-duration-work
                  else
                      move "Slots run from 10 to 240 minutes." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-if
              move "How many back-to-back slots (1-16): " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is numeric
              and function numval(input-buffer) >= 1
              and function numval(input-buffer) <= 16
                  move function numval(input-buffer) to appt-slot-total
              else
                  move "Enter a number of slots from 1 to 16." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Location (office, room or video link): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to appt-location-work
              if appt-location-work = spaces
                  move "Career Services" to appt-location-work
              end-if

              open i-o appointments
              if appointment-missing
                  open output appointments
                  close appointments
                  open i-o appointments
              end-if
              if not appointment-ok
                  move "Unable to open the appointment file." to output-buffer
                  perform outputLine
                  close appointments
                  exit paragraph
              end-if
              move 0 to appt-written
              move 0 to appt-skipped
              compute appt-minute-of-day = appt-time-hh * 60 + appt-time-mm
              perform varying appt-idx from 1 by 1 until appt-idx > appt-slot-total
                  *> A run may not spill past midnight
                  if appt-minute-of-day + appt-duration-work > 1440
                      exit perform
                  end-if
                  initialize appointment-record
                  move current-user to apt-advisor
                  compute appt-time-hh = appt-minute-of-day / 60
                  compute appt-time-mm = appt-minute-of-day - appt-time-hh * 60
                  move spaces to apt-start
                  string appt-date-work delimited by size
                         appt-time-work delimited by size
                         into apt-start
                  end-string
                  move appt-duration-work to apt-duration
                  move appt-location-work to apt-location
                  move "OPEN" to apt-status
                  move 0 to apt-cancel-count
                  move appt-today to apt-created-date
                  write appointment-record
                      invalid key
                          add 1 to appt-skipped
                      not invalid key
                          add 1 to appt-written
                          move current-user to audit-actor
                          move "appointments.dat" to audit-file-name
                          move apt-key to audit-record-key
                          move "WRITE" to audit-action
                          perform recordAuditEvent
                  end-write
                  add appt-duration-work to appt-minute-of-day
              end-perform
              close appointments
              move appt-written to appt-count-disp
              move appt-skipped to appt-count-disp-2
              move spaces to output-buffer
              string function trim(appt-count-disp leading) delimited by size
                     " slot(s) published" delimited by size
                     into output-buffer
              end-string
              if appt-skipped > 0
                  move spaces to output-buffer
                  string function trim(appt-count-disp leading) delimited by size
                         " slot(s) published; " delimited by size
                         function trim(appt-count-disp-2 leading) delimited by size
                         " already on your schedule were left as they were" delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              exit.

*> Paragraph: aptPickFromSchedule
*> Purpose:   Asks for a slot number from the advisor's schedule and
*>            reads that slot for update
*> Input:     appt-list-* table (appointments open i-o by the caller)
*> Output:    appointment-record, appt-found-flag
       aptPickFromSchedule.
              move 'N' to appt-found-flag
              if appt-list-count = 0
                  exit paragraph
              end-if
              move "Slot number: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to appt-selected-index
              if appt-selected-index < 1 or appt-selected-index > appt-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move appt-list-key-entry(appt-selected-index) to apt-key
              read appointments
                  key is apt-key
                  invalid key
                      move "That slot is no longer on file." to output-buffer
                      perform outputLine
                  not invalid key
                      move 'Y' to appt-found-flag
              end-read
              exit.

*> Paragraph: aptRecordOutcome
*> Purpose:   Records ATTENDED or NOSHOW on a booking that has passed,
*>            then opens the advisee's notes for the write-up
*> Input:     appt-list-* table
*> Output:    appointments.dat
       aptRecordOutcome.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o appointments
              if not appointment-ok
                  close appointments
                  exit paragraph
              end-if
              perform aptPickFromSchedule
              if not appt-found
                  close appointments
                  exit paragraph
              end-if
              move function current-date(1:12) to appt-now
              if not apt-booked or apt-start > appt-now
                  move "Only a booked appointment that has started can be marked." to output-buffer
                  perform outputLine
                  close appointments
                  exit paragraph
              end-if
              move "[a] Attended  [n] No-show: " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'a' or input-buffer(1:1) = 'A'
                      move "ATTENDED" to apt-status
                  when input-buffer(1:1) = 'n' or input-buffer(1:1) = 'N'
                      move "NOSHOW" to apt-status
                  when other
                      move "Nothing recorded." to output-buffer
                      perform outputLine
                      close appointments
                      exit paragraph
              end-evaluate
              move function current-date(1:8) to apt-outcome-date
              rewrite appointment-record
              if appointment-ok
                  move current-user to audit-actor
                  move "appointments.dat" to audit-file-name
                  move apt-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close appointments
              move apt-student to adv-advisee
              if apt-attended
                  move "Recorded as attended - add your note on the meeting." to output-buffer
              else
                  move "Recorded as a no-show - note any follow-up for the student." to output-buffer
              end-if
              perform outputLine
              perform advisorNotes
              exit.

*> Paragraph: aptAdvisorCancel
*> Purpose:   Takes a slot back - an open one is simply withdrawn, a
*>            booked one is cancelled and the student told
*> Input:     appt-list-* table
*> Output:    appointments.dat
       aptAdvisorCancel.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o appointments
              if not appointment-ok
                  close appointments
                  exit paragraph
              end-if
              perform aptPickFromSchedule
              if not appt-found
                  close appointments
                  exit paragraph
              end-if
              move function current-date(1:12) to appt-now
              if not (apt-open or apt-booked) or apt-start < appt-now
                  move "Only an open or booked slot still to come can be withdrawn." to output-buffer
                  perform outputLine
                  close appointments
                  exit paragraph
              end-if
              move spaces to appt-notify-to
              if apt-booked
                  move apt-student to appt-notify-to
                  move "Reason to give the student: " to input-prompt
                  perform readInputLine
              end-if
              move "WITHDRAWN" to apt-status
              rewrite appointment-record
              if appointment-ok
                  move current-user to audit-actor
                  move "appointments.dat" to audit-file-name
                  move apt-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close appointments
              if appt-notify-to not = spaces
                  perform aptFormatWhen
                  move spaces to message-content-buffer
                  string "Your advising appointment with " delimited by size
                         function trim(current-user trailing) delimited by size
                         " on " delimited by size
                         appt-when-disp delimited by size
                         " has been cancelled by the advisor: " delimited by size
                         function trim(input-buffer trailing) delimited by size
                         " Please book another slot under Advising Appointments." delimited by size
                         into message-content-buffer
                  end-string
                  move "Advising appointment cancelled" to message-spool-subject
                  perform aptNotify
                  move "Slot cancelled and the student told." to output-buffer
              else
                  move "Slot withdrawn." to output-buffer
              end-if
              perform outputLine
              exit.

*> Paragraph: studentAppointments
*> Purpose:   The student's appointment screen - bookings, and
*>            booking, rescheduling or cancelling one
*> Input:     current-user
*> Output:    None
       studentAppointments.
              perform until not valid-read
                  perform aptStudentList
                  move "[b] Book an appointment  [r] Reschedule  [c] Cancel  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 'b' or input-buffer(1:1) = 'B'
                          move spaces to appt-replacing-key
                          perform aptBook
                      when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                          perform aptStudentReschedule
                      when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                          perform aptStudentCancel
                      when other
                          exit perform
                  end-evaluate
              end-perform
              exit.

*> Paragraph: aptStudentList
*> Purpose:   Lists current-user's upcoming bookings, numbered, and
*>            the outcome of past ones
*> Input:     current-user
*> Output:    appt-list-* table (upcoming bookings only)
       aptStudentList.
              move "--- My Advising Appointments ---" to output-buffer
              perform outputLine
              move function current-date(1:12) to appt-now
              move 0 to appt-list-count
              move 0 to appt-past-count
              open input appointments
              if appointment-ok
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              if apt-student = current-user
                                  perform aptStudentLine
                              end-if
                      end-read
                  end-perform
              end-if
              close appointments
              if appt-list-count = 0 and appt-past-count = 0
                  move "You have no advising appointments." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: aptStudentLine
*> Purpose:   Prints one of the student's appointments
*> Input:     appointment-record
*> Output:    appt-list-* table, appt-past-count
       aptStudentLine.
              perform aptFormatWhen
              move spaces to output-buffer
              if apt-booked and apt-start > appt-now
                  if appt-list-count >= 50
                      exit paragraph
                  end-if
                  add 1 to appt-list-count
                  move apt-key to appt-list-key-entry(appt-list-count)
                  string "[" delimited by size
                         function trim(appt-list-count leading) delimited by size
                         "] " delimited by size
                         appt-when-disp delimited by size
                         " with " delimited by size
                         function trim(apt-advisor trailing) delimited by size
                         " at " delimited by size
                         function trim(apt-location trailing) delimited by size
                         " - " delimited by size
                         function trim(apt-reason trailing) delimited by size
                         into output-buffer
                  end-string
              else
                  add 1 to appt-past-count
                  string "    " delimited by size
                         appt-when-disp delimited by size
                         " with " delimited by size
                         function trim(apt-advisor trailing) delimited by size
                         ": " delimited by size
                         function trim(apt-status trailing) delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              exit.

*> Paragraph: aptLoadMyAdvisors
*> Purpose:   Collects the advisors whose caseload current-user is on
*> Input:     current-user
*> Output:    appt-adv-count, appt-adv-entry table
       aptLoadMyAdvisors.
              move 0 to appt-adv-count
              open input advisor-caseload
              if caseload-ok
                  perform until caseload-status not = "00"
                      read advisor-caseload next record
                          at end
                              exit perform
                          not at end
                              if function trim(caseload-student trailing) = function trim(current-user trailing)
                              and appt-adv-count < 10
                                  add 1 to appt-adv-count
                                  move caseload-advisor to appt-adv-entry(appt-adv-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close advisor-caseload
              exit.

*> Paragraph: aptListOpenSlots
*> Purpose:   Lists the open slots still to come with current-user's
*>            own advisors - or with every advisor when the student
*>            has none assigned - numbered for booking
*> Input:     current-user
*> Output:    appt-pick-* table
       aptListOpenSlots.
              move function current-date(1:12) to appt-now
              move 0 to appt-pick-count
              perform aptLoadMyAdvisors
              open input appointments
              if appointment-ok
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              if apt-open and apt-start > appt-now
                              and appt-pick-count < 50
                                  move 'N' to appt-mine-flag
                                  if appt-adv-count = 0
                                      move 'Y' to appt-mine-flag
                                  else
                                      perform varying appt-idx from 1 by 1 until appt-idx > appt-adv-count
                                          if appt-adv-entry(appt-idx) = apt-advisor
                                              move 'Y' to appt-mine-flag
                                          end-if
                                      end-perform
                                  end-if
                                  if appt-mine
                                      add 1 to appt-pick-count
                                      move apt-key to appt-pick-key-entry(appt-pick-count)
                                      perform aptFormatWhen
                                      move apt-duration to appt-dur-disp
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(appt-pick-count leading) delimited by size
                                             "] " delimited by size
                                             appt-when-disp delimited by size
                                             " with " delimited by size
                                             function trim(apt-advisor trailing) delimited by size
                                             " (" delimited by size
                                             function trim(appt-dur-disp leading) delimited by size
                                             " min, " delimited by size
                                             function trim(apt-location trailing) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close appointments
              if appt-pick-count = 0
                  move "No open advising slots right now - check back later." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: aptBook
*> Purpose:   Books an open slot for current-user with a reason for
*>            the visit. When appt-replacing-key is set this is a
*>            reschedule - the reason carries over and the old slot
*>            is released once the new one is held
*> Input:     appt-replacing-key, appt-reason-work (reschedule)
*> Output:    appointments.dat, appt-booked-flag
       aptBook.
              move 'N' to appt-booked-flag
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "--- Open Advising Slots ---" to output-buffer
              perform outputLine
              perform aptListOpenSlots
              if appt-pick-count = 0
                  exit paragraph
              end-if
              move "Enter number to book (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to appt-selected-index
              if appt-selected-index < 1 or appt-selected-index > appt-pick-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if appt-replacing-key = spaces
                  move "Reason for the visit: " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) = spaces
                      move "Please give a reason so the advisor can prepare." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
                  move function trim(input-buffer trailing) to appt-reason-work
              end-if

              *> One upcoming booking per advisor - a change of time is
              *> a reschedule
              move appt-pick-key-entry(appt-selected-index)(1:100) to appt-target-advisor
              move function current-date(1:12) to appt-now
              move 'N' to appt-mine-flag
              open input appointments
              if appointment-ok
                  move appt-target-advisor to apt-advisor
                  move appt-now to apt-start
                  start appointments key is not less than apt-key
                      invalid key
                          continue
                  end-start
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              if apt-advisor not = appt-target-advisor
                                  exit perform
                              end-if
                              if apt-booked and apt-student = current-user
                              and apt-key not = appt-replacing-key
                                  move 'Y' to appt-mine-flag
                              end-if
                      end-read
                  end-perform
              end-if
              close appointments
              if appt-mine
                  move "You already have an appointment booked with that advisor - reschedule it instead." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o appointments
              if not appointment-ok
                  close appointments
                  exit paragraph
              end-if
              move appt-pick-key-entry(appt-selected-index) to apt-key
              read appointments
                  key is apt-key
                  invalid key
                      move spaces to apt-status
              end-read
              if not apt-open
                  move "Sorry - that slot has just been taken. Please choose another." to output-buffer
                  perform outputLine
                  close appointments
                  exit paragraph
              end-if
              move "BOOKED" to apt-status
              move current-user to apt-student
              move appt-reason-work to apt-reason
              move function current-date(1:8) to apt-booked-date
              rewrite appointment-record
              if not appointment-ok
                  move "Failed to book the slot." to output-buffer
                  perform outputLine
                  close appointments
                  exit paragraph
              end-if
              move current-user to audit-actor
              move "appointments.dat" to audit-file-name
              move apt-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              move 'Y' to appt-booked-flag
              perform aptFormatWhen
              move appt-when-disp to appt-new-when
              move apt-advisor to appt-notify-to

              if appt-replacing-key not = spaces
                  move appt-replacing-key to apt-key
                  read appointments
                      key is apt-key
                      invalid key
                          move spaces to apt-status
                  end-read
                  if apt-booked and apt-student = current-user
                      perform aptFormatWhen
                      perform aptRelease
                  end-if
              end-if
              close appointments

              move spaces to message-content-buffer
              if appt-replacing-key = spaces
                  string function trim(current-user trailing) delimited by size
                         " booked an advising appointment with you on " delimited by size
                         appt-new-when delimited by size
                         ". Reason: " delimited by size
                         function trim(appt-reason-work trailing) delimited by size
                         into message-content-buffer
                  end-string
                  move "Advising appointment booked" to message-spool-subject
              else
                  string function trim(current-user trailing) delimited by size
                         " moved an advising appointment from " delimited by size
                         appt-when-disp delimited by size
                         " to " delimited by size
                         appt-new-when delimited by size
                         ". Reason: " delimited by size
                         function trim(appt-reason-work trailing) delimited by size
                         into message-content-buffer
                  end-string
                  move "Advising appointment rescheduled" to message-spool-subject
              end-if
              perform aptNotify
              *> A reschedule to another advisor tells the first one too
              if appt-replacing-key not = spaces
              and appt-replacing-key(1:100) not = appt-notify-to
                  move appt-replacing-key(1:100) to appt-notify-to
                  move spaces to message-content-buffer
                  string function trim(current-user trailing) delimited by size
                         " cancelled the advising appointment with you on " delimited by size
                         appt-when-disp delimited by size
                         " - the slot is open again." delimited by size
                         into message-content-buffer
                  end-string
                  move "Advising appointment cancelled" to message-spool-subject
                  perform aptNotify
              end-if
              move spaces to output-buffer
              string "Booked for " delimited by size
                     appt-new-when delimited by size
                     "." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: aptRelease
*> Purpose:   Hands a booked slot back to the open pool after the
*>            student gave it up
*> Input:     appointment-record (appointments open i-o)
*> Output:    None
       aptRelease.
              move "OPEN" to apt-status
              move spaces to apt-student
              move spaces to apt-reason
              move spaces to apt-booked-date
              add 1 to apt-cancel-count
              rewrite appointment-record
              if appointment-ok
                  perform setAuditActor
                  move "appointments.dat" to audit-file-name
                  move apt-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              exit.

*> Paragraph: aptPickMyBooking
*> Purpose:   Asks for one of the student's upcoming bookings by
*>            number and reads it
*> Input:     appt-list-* table
*> Output:    appointment-record, appt-found-flag
       aptPickMyBooking.
              move 'N' to appt-found-flag
              if appt-list-count = 0
                  move "You have no upcoming appointments." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Appointment number: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to appt-selected-index
              if appt-selected-index < 1 or appt-selected-index > appt-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open input appointments
              move appt-list-key-entry(appt-selected-index) to apt-key
              read appointments
                  key is apt-key
                  invalid key
                      move spaces to apt-status
              end-read
              close appointments
              if apt-booked and apt-student = current-user
                  move 'Y' to appt-found-flag
              else
                  move "That appointment has changed - please look again." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: aptStudentReschedule
*> Purpose:   Moves one of the student's bookings to another open slot
*> Input:     appt-list-* table
*> Output:    appointments.dat
       aptStudentReschedule.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform aptPickMyBooking
              if not appt-found
                  exit paragraph
              end-if
              move apt-key to appt-replacing-key
              move apt-reason to appt-reason-work
              perform aptBook
              move spaces to appt-replacing-key
              exit.

*> Paragraph: aptStudentCancel
*> Purpose:   Cancels one of the student's upcoming bookings and tells
*>            the advisor
*> Input:     appt-list-* table
*> Output:    appointments.dat
       aptStudentCancel.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform aptPickMyBooking
              if not appt-found
                  exit paragraph
              end-if
              perform confirmAction
              if not action-confirmed
                  move "Appointment kept." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open i-o appointments
              if not appointment-ok
                  close appointments
                  exit paragraph
              end-if
              read appointments
                  key is apt-key
                  invalid key
                      move spaces to apt-status
              end-read
              if not apt-booked or apt-student not = current-user
                  close appointments
                  exit paragraph
              end-if
              perform aptRelease
              close appointments
              perform aptFormatWhen
              move apt-advisor to appt-notify-to
              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " cancelled the advising appointment with you on " delimited by size
                     appt-when-disp delimited by size
                     " - the slot is open again." delimited by size
                     into message-content-buffer
              end-string
              move "Advising appointment cancelled" to message-spool-subject
              perform aptNotify
              move "Appointment cancelled." to output-buffer
              perform outputLine
              exit.

*> Paragraph: advisorUtilizationReport
*> Purpose:   Operator report - per advisor, the slots published and
*>            how they were used: booked, attended, no-shows, slots
*>            that passed unbooked, and bookings students gave up
*> Input:     appointments.dat
*> Output:    None
       advisorUtilizationReport.
              move function current-date(1:12) to appt-now
              move 0 to appt-rpt-count
              move "ADVISOR APPOINTMENT UTILIZATION" to rpt-name
              move "ADVISOR / SLOTS / BOOKED / ATTENDED / NO-SHOW / UNUSED / CANCELLED / USED %" to rpt-col-head-1
              perform reportInit
              open input appointments
              if appointment-ok
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              if not apt-withdrawn
                                  perform aptTallySlot
                              end-if
                      end-read
                  end-perform
              end-if
              close appointments
              if appt-rpt-count = 0
                  move "No appointment slots on file." to output-buffer
                  perform reportLine
              end-if
              perform varying appt-idx from 1 by 1 until appt-idx > appt-rpt-count
                  move 0 to appt-pct
                  if appt-rpt-slots(appt-idx) > 0
                      compute appt-pct rounded =
                          appt-rpt-booked(appt-idx) * 100 / appt-rpt-slots(appt-idx)
                  end-if
                  move spaces to output-buffer
                  string function trim(appt-rpt-advisor(appt-idx) trailing) delimited by size
                         " / " delimited by size
                         function trim(appt-rpt-slots(appt-idx) leading) delimited by size
                         " / " delimited by size
                         function trim(appt-rpt-booked(appt-idx) leading) delimited by size
                         " / " delimited by size
                         function trim(appt-rpt-attended(appt-idx) leading) delimited by size
                         " / " delimited by size
                         function trim(appt-rpt-noshow(appt-idx) leading) delimited by size
                         " / " delimited by size
                         function trim(appt-rpt-unused(appt-idx) leading) delimited by size
                         " / " delimited by size
                         function trim(appt-rpt-cancelled(appt-idx) leading) delimited by size
                         " / " delimited by size
                         function trim(appt-pct leading) delimited by size
                         "%" delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
              end-perform
              if appt-rpt-full
                  move "WARNING: more than 50 advisors on file - the report is truncated." to output-buffer
                  perform reportLine
              end-if
              perform reportEnd
              exit.

*> Paragraph: aptTallySlot
*> Purpose:   Folds one slot into its advisor's utilization row. A
*>            slot counts as booked once a student holds it or it has
*>            an outcome; an open slot counts as unused once it passes
*> Input:     appointment-record
*> Output:    appt-rpt-* table
       aptTallySlot.
              move 0 to appt-slot-row
              perform varying appt-jdx from 1 by 1 until appt-jdx > appt-rpt-count
                  if appt-rpt-advisor(appt-jdx) = apt-advisor
                      move appt-jdx to appt-slot-row
                  end-if
              end-perform
              if appt-slot-row = 0
                  if appt-rpt-count >= 50
                      move 'Y' to appt-rpt-full-flag
                      exit paragraph
                  end-if
                  add 1 to appt-rpt-count
                  move appt-rpt-count to appt-slot-row
                  move apt-advisor to appt-rpt-advisor(appt-slot-row)
                  move 0 to appt-rpt-slots(appt-slot-row)
                  move 0 to appt-rpt-booked(appt-slot-row)
                  move 0 to appt-rpt-attended(appt-slot-row)
                  move 0 to appt-rpt-noshow(appt-slot-row)
                  move 0 to appt-rpt-unused(appt-slot-row)
                  move 0 to appt-rpt-cancelled(appt-slot-row)
              end-if
              add 1 to appt-rpt-slots(appt-slot-row)
              add apt-cancel-count to appt-rpt-cancelled(appt-slot-row)
              evaluate true
                  when apt-booked
                      add 1 to appt-rpt-booked(appt-slot-row)
                  when apt-attended
                      add 1 to appt-rpt-booked(appt-slot-row)
                      add 1 to appt-rpt-attended(appt-slot-row)
                  when apt-no-show
                      add 1 to appt-rpt-booked(appt-slot-row)
                      add 1 to appt-rpt-noshow(appt-slot-row)
                  when apt-open and apt-start < appt-now
                      add 1 to appt-rpt-unused(appt-slot-row)
              end-evaluate
              exit.

*>*******************************************************************
*> Co-curricular career transcript - an official record built only
*> from what the system itself recorded: events attended (host
*> check-in), skill certificates, mentorship pairings and their
*> meetings, credit internships signed off by faculty and advising
*> appointments kept. Each issue gets a serial from transcripts.dat,
*> the log of what was certified and when, and anyone can check the
*> serial from the welcome screen the way certificates are checked.
*>*******************************************************************

*> Paragraph: coCurricularTranscript
*> Purpose:   Main-menu screen - the transcripts already issued to
*>            current-user, and issuing a new one
*> Input:     current-user
*> Output:    None
       coCurricularTranscript.
              move "--- Co-Curricular Transcript ---" to output-buffer
              perform outputLine
              move 0 to trn-shown-count
              open input transcripts
              if transcript-ok
                  perform until transcript-status not = "00"
                      read transcripts next record
                          at end
                              exit perform
                          not at end
                              if trn-username = current-user
                                  add 1 to trn-shown-count
                                  if trn-shown-count = 1
                                      move "Transcripts issued to you:" to output-buffer
                                      perform outputLine
                                  end-if
                                  move spaces to output-buffer
                                  string "  Serial " delimited by size
                                         trn-serial delimited by size
                                         " issued " delimited by size
                                         trn-issue-date delimited by size
                                         " (" delimited by size
                                         function trim(trn-document trailing) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close transcripts
              move "An official transcript lists only what inCollege recorded - events you were checked in at," to output-buffer
              perform outputLine
              move "certificates, mentorships, completed credit internships and advising appointments kept." to output-buffer
              perform outputLine
              move "[i] Issue a new transcript  [q] Back" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer(1:1) = 'i' or input-buffer(1:1) = 'I'
                  perform issueTranscript
              end-if
              exit.

*> Paragraph: writeTranscriptLine
*> Purpose:   Writes trn-line-buffer to the open transcript document
*>            and clears it
*> Input:     trn-line-buffer
*> Output:    None
       writeTranscriptLine.
              move trn-line-buffer to transcript-doc-line
              write transcript-doc-line
              move spaces to trn-line-buffer
              exit.

*> Paragraph: issueTranscript
*> Purpose:   Builds transcript-<username>-<serial>.txt for
*>            current-user and logs the issue in transcripts.dat
*> Input:     current-user
*> Output:    transcripts.dat, the transcript document
       issueTranscript.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move current-user to buffer-acct-username
              perform findAcct
              if not acct-found or not profile-exists
                  move "Create your profile first - the transcript carries your name from it." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move spaces to trn-name-work
              string function trim(profile-first-name trailing) delimited by size
                     " " delimited by size
                     function trim(profile-last-name trailing) delimited by size
                     into trn-name-work
              end-string

              *> Next serial - the highest on file plus one, as for
              *> certificates
              move 0 to trn-next-serial
              open input transcripts
              if transcript-ok
                  perform until transcript-status not = "00"
                      read transcripts next record
                          at end
                              exit perform
                          not at end
                              if trn-serial > trn-next-serial
                                  move trn-serial to trn-next-serial
                              end-if
                      end-read
                  end-perform
              end-if
              close transcripts
              add 1 to trn-next-serial

              move spaces to transcript-doc-filename
              string "transcript-" delimited by size
                     function trim(current-user trailing) delimited by size
                     "-" delimited by size
                     trn-next-serial delimited by size
                     ".txt" delimited by size
                     into transcript-doc-filename
              end-string
              open output transcript-doc
              if transcript-doc-status not = "00"
                  move "Unable to create the transcript document." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function current-date(1:8) to trn-today
              move spaces to trn-line-buffer
              move 0 to trn-events-total
              move 0 to trn-certs-total
              move 0 to trn-mentors-total
              move 0 to trn-meetings-total
              move 0 to trn-internships-total
              move 0 to trn-appointments-total

              move "INCOLLEGE CAREER SERVICES - CO-CURRICULAR CAREER TRANSCRIPT" to trn-line-buffer
              perform writeTranscriptLine
              move "==================================================" to trn-line-buffer
              perform writeTranscriptLine
              string "Student:        " delimited by size
                     function trim(trn-name-work trailing) delimited by size
                     " (" delimited by size
                     function trim(current-user trailing) delimited by size
                     ")" delimited by size
                     into trn-line-buffer
              end-string
              perform writeTranscriptLine
              string "Program:        " delimited by size
                     function trim(profile-major trailing) delimited by size
                     ", " delimited by size
                     function trim(profile-university trailing) delimited by size
                     into trn-line-buffer
              end-string
              perform writeTranscriptLine
              string "Serial number:  " delimited by size
                     trn-next-serial delimited by size
                     into trn-line-buffer
              end-string
              perform writeTranscriptLine
              string "Issued:         " delimited by size
                     trn-today delimited by size
                     into trn-line-buffer
              end-string
              perform writeTranscriptLine
              perform writeTranscriptLine

              perform trnWriteEvents
              perform trnWriteCertificates
              perform trnWriteMentorships
              perform trnWriteInternships
              perform trnWriteAppointments

              move "==================================================" to trn-line-buffer
              perform writeTranscriptLine
              move "Every entry above was recorded by inCollege at the time - nothing is self-reported." to trn-line-buffer
              perform writeTranscriptLine
              string "Verify this transcript at the inCollege welcome screen, option [5], with serial " delimited by size
                     trn-next-serial delimited by size
                     "." delimited by size
                     into trn-line-buffer
              end-string
              perform writeTranscriptLine
              close transcript-doc

              open i-o transcripts
              if transcript-missing
                  open output transcripts
                  close transcripts
                  open i-o transcripts
              end-if
              if not transcript-ok
                  move "Unable to open the transcript log - the document was written but not certified." to output-buffer
                  perform outputLine
                  close transcripts
                  exit paragraph
              end-if
              initialize transcript-record
              move trn-next-serial to trn-serial
              move current-user to trn-username
              move trn-name-work to trn-student-name
              move trn-today to trn-issue-date
              move function current-date(9:6) to trn-issue-time
              move trn-events-total to trn-event-count
              move trn-certs-total to trn-cert-count
              move trn-mentors-total to trn-mentor-count
              move trn-meetings-total to trn-meeting-count
              move trn-internships-total to trn-internship-count
              move trn-appointments-total to trn-appointment-count
              move transcript-doc-filename to trn-document
              write transcript-record
              if transcript-ok
                  move current-user to audit-actor
                  move "transcripts.dat" to audit-file-name
                  move trn-serial to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string "Transcript " delimited by size
                         trn-serial delimited by size
                         " written to " delimited by size
                         function trim(transcript-doc-filename trailing) delimited by size
                         " - anyone can verify it from the welcome screen." delimited by size
                         into output-buffer
                  end-string
              else
                  move "Failed to log the transcript." to output-buffer
              end-if
              perform outputLine
              close transcripts
              exit.

*> Paragraph: trnWriteEvents
*> Purpose:   The events section - every event current-user was
*>            checked in at by the host
*> Input:     current-user, transcript-doc open
*> Output:    trn-events-total
       trnWriteEvents.
              move "EVENTS ATTENDED" to trn-line-buffer
              perform writeTranscriptLine
              open input event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if rsvp-username = current-user
                              and rsvp-attended
                                  add 1 to trn-events-total
                                  perform trnEventLine
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps
              if trn-events-total = 0
                  move "  None recorded." to trn-line-buffer
                  perform writeTranscriptLine
              end-if
              perform writeTranscriptLine
              exit.

*> Paragraph: trnEventLine
*> Purpose:   Writes one attended event, with its date and host from
*>            events-database when it is still on file
*> Input:     rsvp-record
*> Output:    None
       trnEventLine.
              move 'N' to trn-found-flag
              open input events-database
              if events-ok
                  move rsvp-event-key to event-key
                  read events-database
                      key is event-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to trn-found-flag
                  end-read
              end-if
              close events-database
              if trn-found
                  string "  " delimited by size
                         event-date delimited by size
                         "  " delimited by size
                         function trim(event-title trailing) delimited by size
                         " (" delimited by size
                         function trim(event-host trailing) delimited by size
                         ")" delimited by size
                         into trn-line-buffer
                  end-string
              else
                  string "  " delimited by size
                         rsvp-date delimited by size
                         "  " delimited by size
                         function trim(rsvp-event-key trailing) delimited by size
                         into trn-line-buffer
                  end-string
              end-if
              perform writeTranscriptLine
              exit.

*> Paragraph: trnWriteCertificates
*> Purpose:   The certificates section - every skill certificate
*>            current-user holds
*> Input:     current-user, transcript-doc open
*> Output:    trn-certs-total
       trnWriteCertificates.
              move "SKILL CERTIFICATES" to trn-line-buffer
              perform writeTranscriptLine
              open input certificates
              if certificates-ok
                  perform until certificates-status not = "00"
                      read certificates next record
                          at end
                              exit perform
                          not at end
                              if cert-username = current-user
                                  add 1 to trn-certs-total
                                  move cert-skill-id to skill-lookup-id
                                  perform getSkillContent
                                  string "  " delimited by size
                                         cert-issue-date delimited by size
                                         "  " delimited by size
                                         function trim(skill-title trailing) delimited by size
                                         " (certificate " delimited by size
                                         cert-serial delimited by size
                                         ")" delimited by size
                                         into trn-line-buffer
                                  end-string
                                  perform writeTranscriptLine
                              end-if
                      end-read
                  end-perform
              end-if
              close certificates
              if trn-certs-total = 0
                  move "  None recorded." to trn-line-buffer
                  perform writeTranscriptLine
              end-if
              perform writeTranscriptLine
              exit.

*> Paragraph: trnWriteMentorships
*> Purpose:   The mentorship section - pairings that were accepted,
*>            on either side, with the meetings logged
*> Input:     current-user, transcript-doc open
*> Output:    trn-mentors-total, trn-meetings-total
       trnWriteMentorships.
              move "MENTORSHIP" to trn-line-buffer
              perform writeTranscriptLine
              open input mentorship-database
              if mentorship-db-ok
                  perform until mentorship-status not = "00"
                      read mentorship-database next record
                          at end
                              exit perform
                          not at end
                              if (mentorship-active or mentorship-ended)
                              and (mentor-student = current-user or mentor-mentor = current-user)
                                  add 1 to trn-mentors-total
                                  add mentor-meeting-count to trn-meetings-total
                                  move mentor-meeting-count to trn-count-disp
                                  if mentor-student = current-user
                                      string "  Mentored by " delimited by size
                                             function trim(mentor-mentor trailing) delimited by size
                                             into trn-line-buffer
                                      end-string
                                  else
                                      string "  Mentor to " delimited by size
                                             function trim(mentor-student trailing) delimited by size
                                             into trn-line-buffer
                                      end-string
                                  end-if
                                  string function trim(trn-line-buffer trailing) delimited by size
                                         " from " delimited by size
                                         mentor-created-date delimited by size
                                         " - " delimited by size
                                         function trim(trn-count-disp leading) delimited by size
                                         " meeting(s)" delimited by size
                                         into trn-line-work
                                  end-string
                                  move spaces to trn-line-buffer
                                  if mentorship-ended
                                      string function trim(trn-line-work trailing) delimited by size
                                             ", completed" delimited by size
                                             into trn-line-buffer
                                      end-string
                                  else
                                      move trn-line-work to trn-line-buffer
                                  end-if
                                  move spaces to trn-line-work
                                  perform writeTranscriptLine
                              end-if
                      end-read
                  end-perform
              end-if
              close mentorship-database
              if trn-mentors-total = 0
                  move "  None recorded." to trn-line-buffer
                  perform writeTranscriptLine
              end-if
              perform writeTranscriptLine
              exit.

*> Paragraph: trnWriteInternships
*> Purpose:   The credit internship section - internships the faculty
*>            sponsor has signed off
*> Input:     current-user, transcript-doc open
*> Output:    trn-internships-total
       trnWriteInternships.
              move "CREDIT INTERNSHIPS COMPLETED" to trn-line-buffer
              perform writeTranscriptLine
              open input credit-internships
              if credit-ok
                  perform until credit-internship-status not = "00"
                      read credit-internships next record
                          at end
                              exit perform
                          not at end
                              if cri-student = current-user
                              and (cri-graded or cri-reported)
                                  add 1 to trn-internships-total
                                  move cri-credit-hours to trn-count-disp
                                  string "  " delimited by size
                                         cri-term delimited by size
                                         "  " delimited by size
                                         function trim(cri-job-title trailing) delimited by size
                                         ", " delimited by size
                                         function trim(cri-employer trailing) delimited by size
                                         " - " delimited by size
                                         function trim(trn-count-disp leading) delimited by size
                                         " credit hour(s), signed off " delimited by size
                                         cri-grade-date delimited by size
                                         into trn-line-buffer
                                  end-string
                                  perform writeTranscriptLine
                              end-if
                      end-read
                  end-perform
              end-if
              close credit-internships
              if trn-internships-total = 0
                  move "  None recorded." to trn-line-buffer
                  perform writeTranscriptLine
              end-if
              perform writeTranscriptLine
              exit.

*> Paragraph: trnWriteAppointments
*> Purpose:   The advising section - appointments the advisor marked
*>            attended (the reason for the visit stays private)
*> Input:     current-user, transcript-doc open
*> Output:    trn-appointments-total
       trnWriteAppointments.
              move "ADVISING APPOINTMENTS KEPT" to trn-line-buffer
              perform writeTranscriptLine
              open input appointments
              if appointment-ok
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              if apt-student = current-user
                              and apt-attended
                                  add 1 to trn-appointments-total
                                  string "  " delimited by size
                                         apt-start(1:8) delimited by size
                                         "  Career advising with " delimited by size
                                         function trim(apt-advisor trailing) delimited by size
                                         into trn-line-buffer
                                  end-string
                                  perform writeTranscriptLine
                              end-if
                      end-read
                  end-perform
              end-if
              close appointments
              if trn-appointments-total = 0
                  move "  None recorded." to trn-line-buffer
                  perform writeTranscriptLine
              end-if
              perform writeTranscriptLine
              exit.

*> Paragraph: verifyTranscript
*> Purpose:   Public lookup from the welcome screen - type a
*>            transcript serial, see whom it was issued to, when, and
*>            what it certified
*> Input:     None (prompts)
*> Output:    None
       verifyTranscript.
              move "Transcript serial number:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is not numeric
                  move "Please enter the numeric serial from the transcript." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open input transcripts
              if not transcript-ok
                  move "No transcript found with that serial." to output-buffer
                  perform outputLine
                  close transcripts
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to trn-serial
              read transcripts
                  key is trn-serial
                  invalid key
                      move "No transcript found with that serial." to output-buffer
                      perform outputLine
                      close transcripts
                      exit paragraph
              end-read
              close transcripts

              move spaces to output-buffer
              string "Transcript " delimited by size
                     trn-serial delimited by size
                     " is valid: issued to " delimited by size
                     function trim(trn-student-name trailing) delimited by size
                     " (" delimited by size
                     function trim(trn-username trailing) delimited by size
                     ") on " delimited by size
                     trn-issue-date delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move trn-event-count to trn-count-disp
              move trn-cert-count to trn-count-disp-2
              move spaces to output-buffer
              string "  Events attended: " delimited by size
                     function trim(trn-count-disp leading) delimited by size
                     "   Skill certificates: " delimited by size
                     function trim(trn-count-disp-2 leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move trn-mentor-count to trn-count-disp
              move trn-meeting-count to trn-count-disp-2
              move spaces to output-buffer
              string "  Mentorship pairings: " delimited by size
                     function trim(trn-count-disp leading) delimited by size
                     " (" delimited by size
                     function trim(trn-count-disp-2 leading) delimited by size
                     " meeting(s))" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move trn-internship-count to trn-count-disp
              move trn-appointment-count to trn-count-disp-2
              move spaces to output-buffer
              string "  Credit internships completed: " delimited by size
                     function trim(trn-count-disp leading) delimited by size
                     "   Advising appointments kept: " delimited by size
                     function trim(trn-count-disp-2 leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: issuedTranscriptsReport
*> Purpose:   Operator listing of the co-curricular transcripts issued
*>            - serial, date, holder and what each one certified - for
*>            one member or for everyone on file, within the campus
*>            the operator may report on
*> Input:     None (prompts)
*> Output:    None
       issuedTranscriptsReport.
              move "Username to list (Enter = every transcript issued):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to trn-list-user
              perform campusPickReportScope
              move 0 to trn-list-count
              move "ISSUED CO-CURRICULAR TRANSCRIPTS" to rpt-name
              move "SERIAL / ISSUED / HOLDER / EVENTS / CERTS / MENTORSHIPS / MEETINGS / INTERNSHIPS / APPOINTMENTS" to rpt-col-head-1
              perform reportInit
              open input transcripts
              if transcript-ok
                  perform until transcript-status not = "00"
                      read transcripts next record
                          at end
                              exit perform
                          not at end
                              perform trnListOne
                      end-read
                  end-perform
              end-if
              close transcripts
              if trn-list-count = 0
                  move "No transcripts issued." to output-buffer
                  perform reportLine
              else
                  move trn-list-count to trn-list-disp
                  move spaces to output-buffer
                  string "Transcripts listed: " delimited by size
                         function trim(trn-list-disp leading) delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
              end-if
              perform reportEnd
              exit.

*> Paragraph: trnListOne
*> Purpose:   Prints the transcript in transcript-record when it is
*>            for the member asked for and on a campus in the report
*> Input:     transcript-record, trn-list-user, cmp-report-campus
*> Output:    trn-list-count
       trnListOne.
              if trn-list-user not = spaces
              and trn-username not = trn-list-user
                  exit paragraph
              end-if
              move trn-username to cmp-check-user
              perform campusUserInReport
              if not cmp-in-report
                  exit paragraph
              end-if
              add 1 to trn-list-count
              move spaces to output-buffer
              string trn-serial delimited by size
                     " / " delimited by size
                     trn-issue-date delimited by size
                     " " delimited by size
                     trn-issue-time delimited by size
                     " / " delimited by size
                     function trim(trn-username trailing) delimited by size
                     " (" delimited by size
                     function trim(trn-student-name trailing) delimited by size
                     ") / " delimited by size
                     trn-event-count delimited by size
                     " / " delimited by size
                     trn-cert-count delimited by size
                     " / " delimited by size
                     trn-mentor-count delimited by size
                     " / " delimited by size
                     trn-meeting-count delimited by size
                     " / " delimited by size
                     trn-internship-count delimited by size
                     " / " delimited by size
                     trn-appointment-count delimited by size
                     into output-buffer
              end-string
              perform reportLine
              exit.

*>*******************************************************************
*> Advisor menu - the post-login menu for the ADVISOR role. Advisors
*> carry an assigned caseload of students, read each advisee's
*> applications and offers (read-only), keep private advising notes,
*> and get the at-graduation-with-zero-applications list the office
*> used to rebuild by hand every term.
*>*******************************************************************
       advisorMenu.
              perform until logged-in = 'N' or not valid-read
                  move "--- Advisor Menu ---" to output-buffer
                  perform outputLine
                  move "[1] My Caseload" to output-buffer
                  perform outputLine
                  move "[2] Add a Student to My Caseload" to output-buffer
                  perform outputLine
                  move "[3] At-Risk Advisees (graduating, no applications)" to output-buffer
                  perform outputLine
                  move "[4] Credit Internship Sign-off" to output-buffer
                  perform outputLine
                  move "[5] Employer Relationship Log" to output-buffer
                  perform outputLine
                  move "[6] Appointments" to output-buffer
                  perform outputLine
                  move "[8] Messages" to output-buffer
                  perform outputLine
                  move logout to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice
                  if support-viewing
                      move spaces to support-screen-name
                      string "Advisor menu choice [" delimited by size
                             menu-choice delimited by size
                             "]" delimited by size
                             into support-screen-name
                      end-string
                      perform supportLogScreen
                  end-if

                  evaluate true
                      when menu-choice = '1'
                          perform advisorCaseloadScreen
                      when menu-choice = '2'
                          perform advisorAddAdvisee
                      when menu-choice = '3'
                          perform advisorAtRiskReport
                      when menu-choice = '4'
                          perform facultyCreditInternships
                      when menu-choice = '5'
                          move current-user to ecl-staff-id
                          move "ADVISOR" to ecl-staff-kind
                          perform employerRelationsLog
                      when menu-choice = '6'
                          perform advisorAppointments
                      when menu-choice = '8'
                          perform messaging-menu
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid choice. Please try again." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: advisorListCaseload
*> Purpose:   Loads and prints the advisees assigned to current-user
*> Input:     current-user
*> Output:    adv-list-* table
       advisorListCaseload.
              move 0 to adv-list-count
              open input advisor-caseload
              if caseload-ok
                  perform until caseload-status not = "00"
                      read advisor-caseload next record
                          at end
                              exit perform
                          not at end
                              if function trim(caseload-advisor trailing) = function trim(current-user trailing)
                              and adv-list-count < 50
                                  add 1 to adv-list-count
                                  move caseload-student to adv-list-name-entry(adv-list-count)
                                  move caseload-student to buffer-acct-username
                                  perform findAcct
                                  move spaces to output-buffer
                                  if acct-found
                                      perform computeProfileCompleteness
                                      move pfc-score to pfc-score-disp
                                      string "[" delimited by size
                                             function trim(adv-list-count leading) delimited by size
                                             "] " delimited by size
                                             function trim(caseload-student trailing) delimited by size
                                             " - " delimited by size
                                             function trim(profile-first-name trailing) delimited by size
                                             " " delimited by size
                                             function trim(profile-last-name trailing) delimited by size
                                             ", " delimited by size
                                             function trim(profile-major trailing) delimited by size
                                             ", Class of " delimited by size
                                             profile-graduation-year delimited by size
                                             ", profile " delimited by size
                                             function trim(pfc-score-disp leading) delimited by size
                                             "% complete" delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "[" delimited by size
                                             function trim(adv-list-count leading) delimited by size
                                             "] " delimited by size
                                             function trim(caseload-student trailing) delimited by size
                                             " (account no longer on file)" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close advisor-caseload
              exit.

*> Paragraph: advisorCaseloadScreen
*> Purpose:   Lists the caseload and opens one advisee for the
*>            per-student actions
*> Input:     current-user
*> Output:    None
       advisorCaseloadScreen.
              move "--- My Caseload ---" to output-buffer
              perform outputLine
              perform advisorListCaseload
              if adv-list-count = 0
                  move "No students are assigned to you yet." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Enter number to open that advisee (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to adv-selected-index
              if adv-selected-index >= 1 and adv-selected-index <= adv-list-count
                  move adv-list-name-entry(adv-selected-index) to adv-advisee
                  perform advisorOpenAdvisee
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: advisorOpenAdvisee
*> Purpose:   Per-advisee actions: profile, read-only applications and
*>            offers, private advising notes, remove from caseload
*> Input:     adv-advisee
*> Output:    None
       advisorOpenAdvisee.
              perform until not valid-read
                  move spaces to output-buffer
                  string "--- Advisee: " delimited by size
                         function trim(adv-advisee trailing) delimited by size
                         " ---" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move "[1] View Profile" to output-buffer
                  perform outputLine
                  move "[2] Applications and Offers (read-only)" to output-buffer
                  perform outputLine
                  move "[3] Advising Notes" to output-buffer
                  perform outputLine
                  move "[4] Remove From My Caseload" to output-buffer
                  perform outputLine
                  move go-back to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = '1'
                          move adv-advisee to buffer-acct-username
                          perform findAcct
                          if acct-found
                              move current-user to temp-current-user
                              move adv-advisee to current-user
                              perform view-profile
                              move temp-current-user to current-user
                              move adv-advisee to pfc-user
                              perform showProfileCompleteness
                          else
                              move "That account is no longer on file." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = '2'
                          perform advisorViewApplications
                      when menu-choice = '3'
                          perform advisorNotes
                      when menu-choice = '4'
                          perform confirmAction
                          if action-confirmed
                              if support-viewing
                                  perform supportWriteBlocked
                                  exit paragraph
                              end-if
                              open i-o advisor-caseload
                              if caseload-ok
                                  move spaces to caseload-key
                                  string function trim(current-user trailing) delimited by size
                                         "|" delimited by size
                                         function trim(adv-advisee trailing) delimited by size
                                         into caseload-key
                                  end-string
                                  delete advisor-caseload
                                      invalid key
                                          move "Could not remove that advisee." to output-buffer
                                          perform outputLine
                                      not invalid key
                                          move current-user to audit-actor
                                          move "advisor-caseload.dat" to audit-file-name
                                          move caseload-key to audit-record-key
                                          move "DELETE" to audit-action
                                          perform recordAuditEvent
                                          move "Advisee removed from your caseload." to output-buffer
                                          perform outputLine
                                  end-delete
                              end-if
                              close advisor-caseload
                              exit perform
                          else
                              move "Removal cancelled." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: advisorViewApplications
*> Purpose:   Read-only view of the advisee's applications (the same
*>            data View My Applications shows the student) with any
*>            offer on an accepted one
*> Input:     adv-advisee
*> Output:    None
       advisorViewApplications.
              move spaces to output-buffer
              string "--- Applications for " delimited by size
                     function trim(adv-advisee trailing) delimited by size
                     " ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move 0 to adv-app-count
              open input application-database
              if application-ok
                  *> Straight to the advisee's rows through the applicant index
                  move adv-advisee to application-username
                  start application-database key is equal to application-username
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-username not = adv-advisee
                                  exit perform
                              end-if
                              if function trim(application-username trailing) = function trim(adv-advisee trailing)
                                  add 1 to adv-app-count
                                  move spaces to output-buffer
                                  string "- " delimited by size
                                         function trim(application-job-title trailing) delimited by size
                                         " at " delimited by size
                                         function trim(application-employer trailing) delimited by size
                                         " (" delimited by size
                                         function trim(application-status trailing) delimited by size
                                         ", submitted " delimited by size
                                         application-created-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                                  if application-accepted
                                      move application-key to application-key-buffer
                                      perform showOfferSummary
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              if adv-app-count = 0
                  move "No applications on file." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: advisorNotes
*> Purpose:   Shows the private notes current-user has written about
*>            adv-advisee (never another advisor's) and appends new
*>            ones
*> Input:     current-user, adv-advisee
*> Output:    None
       advisorNotes.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "--- Advising Notes (private to you) ---" to output-buffer
              perform outputLine
              move 0 to adv-note-count
              open input advising-notes
              if advising-notes-status = "00"
                  perform until advising-notes-status not = "00"
                      read advising-notes
                          at end
                              exit perform
                          not at end
                              move 1 to adv-split-ptr
                              unstring advising-note-line delimited by "|"
                                  into adv-split-advisor
                                       adv-split-student
                                       adv-split-date
                                  with pointer adv-split-ptr
                              end-unstring
                              if function trim(adv-split-advisor trailing) = function trim(current-user trailing)
                              and function trim(adv-split-student trailing) = function trim(adv-advisee trailing)
                                  add 1 to adv-note-count
                                  move spaces to output-buffer
                                  string "- " delimited by size
                                         adv-split-date delimited by size
                                         ": " delimited by size
                                         function trim(advising-note-line(adv-split-ptr:) trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close advising-notes
              if adv-note-count = 0
                  move "No notes yet." to output-buffer
                  perform outputLine
              end-if

              move "[a] Add a note (anything else to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer(1:1) not = 'a' and input-buffer(1:1) not = 'A'
                  exit paragraph
              end-if
              move "Note: " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move "Empty note discarded." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open extend advising-notes
              if advising-notes-status = "35"
                  open output advising-notes
              end-if
              if advising-notes-status = "00"
                  move spaces to advising-note-line
                  string function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         function trim(adv-advisee trailing) delimited by size
                         "|" delimited by size
                         function current-date(1:8) delimited by size
                         "|" delimited by size
                         function trim(input-buffer trailing) delimited by size
                         into advising-note-line
                  end-string
                  write advising-note-line
                  move "Note saved." to output-buffer
                  perform outputLine
              end-if
              close advising-notes
              exit.

*> Paragraph: advisorAddAdvisee
*> Purpose:   Assigns a student account to current-user's caseload
*> Input:     None (prompts)
*> Output:    None
       advisorAddAdvisee.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Student username to add to your caseload: " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to buffer-acct-username
              perform findAcct
              if not acct-found
                  move "User not found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if acct-employer or acct-advisor
                  move "Caseloads hold student (or alumni) accounts only." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move acct-campus to cmp-check-campus
              perform campusStaffInScope
              if not cmp-in-scope
                  move "That student belongs to another campus - ask central careers staff to add them." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o advisor-caseload
              if caseload-file-missing
                  open output advisor-caseload
                  close advisor-caseload
                  open i-o advisor-caseload
              end-if
              if not caseload-ok
                  move "Unable to open the caseload file." to output-buffer
                  perform outputLine
                  close advisor-caseload
                  exit paragraph
              end-if

              initialize caseload-record
              move spaces to caseload-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(buffer-acct-username trailing) delimited by size
                     into caseload-key
              end-string
              move current-user to caseload-advisor
              move buffer-acct-username to caseload-student
              move function current-date(1:8) to caseload-added-date
              write caseload-record
              if caseload-ok
                  move current-user to audit-actor
                  move "advisor-caseload.dat" to audit-file-name
                  move caseload-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "Student added to your caseload." to output-buffer
                  perform outputLine
              else
                  move "That student is already on your caseload." to output-buffer
                  perform outputLine
              end-if
              close advisor-caseload
              exit.

*> Paragraph: advisorAtRiskReport
*> Purpose:   Flags advisees at graduation-year with zero applications
*>            on file - the list the office rebuilt by hand every term
*> Input:     current-user
*> Output:    None
       advisorAtRiskReport.
              move "--- At-Risk Advisees ---" to output-buffer
              perform outputLine
              move 0 to adv-list-count
              open input advisor-caseload
              if caseload-ok
                  perform until caseload-status not = "00"
                      read advisor-caseload next record
                          at end
                              exit perform
                          not at end
                              if function trim(caseload-advisor trailing) = function trim(current-user trailing)
                              and adv-list-count < 50
                                  add 1 to adv-list-count
                                  move caseload-student to adv-list-name-entry(adv-list-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close advisor-caseload

              move 0 to adv-risk-count
              perform varying adv-selected-index from 1 by 1
                  until adv-selected-index > adv-list-count
                  move adv-list-name-entry(adv-selected-index) to buffer-acct-username
                  perform findAcct
                  if acct-found
                  and profile-graduation-year = current-year
                      move adv-list-name-entry(adv-selected-index) to adv-advisee
                      perform advisorCountApplications
                      if adv-app-count = 0
                          add 1 to adv-risk-count
                          move spaces to output-buffer
                          string "- " delimited by size
                                 function trim(adv-advisee trailing) delimited by size
                                 " - " delimited by size
                                 function trim(profile-first-name trailing) delimited by size
                                 " " delimited by size
                                 function trim(profile-last-name trailing) delimited by size
                                 " graduates this year with no applications on file" delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                  end-if
              end-perform

              if adv-risk-count = 0
                  move "No advisees are flagged - everyone graduating has applied somewhere." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: advisorCountApplications
*> Purpose:   Counts the applications filed by adv-advisee
*> Input:     adv-advisee
*> Output:    adv-app-count
       advisorCountApplications.
              move 0 to adv-app-count
              open input application-database
              if application-ok
                  *> Straight to the advisee's rows through the applicant index
                  move adv-advisee to application-username
                  start application-database key is equal to application-username
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-username not = adv-advisee
                                  exit perform
                              end-if
                              if function trim(application-username trailing) = function trim(adv-advisee trailing)
                                  add 1 to adv-app-count
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              exit.

*> Paragraph: welcomePage
*> Purpose:   First menu of the program. Allows the user to sign in or create an account
*> Input:     None
*> Output:    None
       welcomePage.
              perform with test after until (welcome-page-selection = 'q' or welcome-page-selection = 'Q' or not valid-read)
                  perform outputLine
                  perform displayDashedLine
                  move "WELCOME" to lang-lookup-id
                  move "Welcome to inCollege! Select an option" to lang-fallback-text
                  perform getLangLine
                  perform displayDashedLine

                  move " [0] Sign in" to output-buffer
                  perform outputLine
                  move " [1] Create an account" to output-buffer
                  perform outputLine
                  move " [2] Forgot Password" to output-buffer
                  perform outputLine
                  move " [3] Admin" to output-buffer
                  perform outputLine
                  move " [4] Verify a Certificate" to output-buffer
                  perform outputLine
                  move " [5] Verify a Co-Curricular Transcript" to output-buffer
                  perform outputLine
                  move " [q] Quit" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine

                  move input-buffer to welcome-page-selection
                  evaluate true
                      when (welcome-page-selection = 'q' or welcome-page-selection = 'Q' or not valid-read)
                          continue
                      when welcome-page-selection = '0'
                          perform login-process
                      when welcome-page-selection = '1'
                          perform accountCreation
                      when welcome-page-selection = '2'
                          perform forgotPassword
                      when welcome-page-selection = '3'
                          perform adminGate
                      when welcome-page-selection = '4'
                          perform verifyCertificate
                      when welcome-page-selection = '5'
                          perform verifyTranscript
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform.
              exit.


*>*******************************************************************
*> Login process placeholder - will be implemented in commit 3
*>*******************************************************************
       login-process.
              *> Unlimited attempts until successful login
              perform until logged-in = 'Y' or not valid-read
                  move "Please enter your username:" to output-buffer
                  perform outputLine
                  perform readInputLine
                  move function trim(input-buffer trailing) to input-username

                  move "Please enter your password:" to output-buffer
                  perform outputLine
                  perform readInputLine
                  move function trim(input-buffer trailing) to input-password


                  move input-username to buffer-acct-username
                  perform findAcct

                  if acct-found and acct-is-locked
                      move "This account is locked. Please contact the operator." to output-buffer
                      perform outputLine
                  else
                      if acct-found
                          perform verifyPassword
                          if pwd-verified
                              move 'Y' to valid-choice
                          end-if
                      end-if
                      if acct-found and valid-choice not = 'Y'
                          *> Count the consecutive failure and lock the
                          *> account once it reaches the configured cap
                          add 1 to acct-failed-attempts
                          if acct-failed-attempts >= max-login-attempts
                              move 'Y' to acct-locked
                          end-if
                          perform persistLoginState
                          if acct-is-locked
                              move "Account locked after too many failed sign-ins. Contact the operator." to output-buffer
                              perform outputLine
                          end-if
                      end-if
                  end-if

                  if valid-choice = 'Y'
                      move acct-language to current-language
                      evaluate true
                          when acct-employer
                              move "EMPLOYER" to current-acct-type
                          when acct-alumni
                              move "ALUMNI" to current-acct-type
                          when acct-advisor
                              move "ADVISOR" to current-acct-type
                          when other
                              move "STUDENT" to current-acct-type
                      end-evaluate
                      perform campusStartSession
                      move "LOGINOK" to lang-lookup-id
                      move success-login-msg to lang-fallback-text
                      perform getLangLine
                      move spaces to welcome-user-line
                      string welcome-user-prefix delimited by size
                             input-username delimited by space
                             into welcome-user-line
                      end-string
                      move welcome-user-line to output-buffer
                      perform outputLine
                      move 'Y' to logged-in
                      move buffer-acct-username to current-user

                      *> A good sign-in clears the failure counter, and
                      *> an over-age password must be changed on the spot
                      move 0 to acct-failed-attempts
                      perform checkPasswordAge

                      *> Roster-created accounts must replace their
                      *> generated temporary password before anything
                      *> else (persisted by the updateAcct below)
                      if must-change-password
                          move "Your temporary password must be changed before continuing." to output-buffer
                          perform outputLine
                          perform forcePasswordChange
                          *> Only a change that actually landed clears
                          *> the flag - exhausted input must leave the
                          *> forced change armed for the next sign-in
                          if valid-password and not pwd-reused and valid-read
                              move 'N' to acct-must-change-pwd
                          end-if
                      end-if

                      *> Surface the previous sign-in (a useful security
                      *> signal), then stamp and log this one
                      if function trim(acct-last-login trailing) not = spaces
                          move spaces to output-buffer
                          string "Your last sign-in was " delimited by size
                                 acct-last-login(1:8) delimited by size
                                 " " delimited by size
                                 acct-last-login(9:6) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                      move function current-date(1:14) to acct-last-login
                      perform updateAcct
                      perform recordLoginHistory

                      perform showAnnouncements
                      perform showSupportViewNotice
                      *> Students see how complete their profile is and
                      *> what to add next
                      if session-student
                          move current-user to pfc-user
                          perform showProfileCompleteness
                      end-if
                      perform networkDigest
                      *> Saved-search alerts are a student job feature -
                      *> alumni sessions skip them
                      if not session-alumni
                          perform checkSavedSearchAlerts
                      end-if
                      *> Advisors get their own menu - caseload,
                      *> advisee records and advising notes - instead
                      *> of the member flows
                      if session-advisor
                          move current-user to ecl-staff-id
                          move "ADVISOR" to ecl-staff-kind
                          perform eclFollowUpsAtSignIn
                          perform advisorMenu
                      else
                          perform post-login-menu
                      end-if
                      move 'N' to logged-in
                      move 'N' to valid-choice
                      move "EN" to current-language
                      move "STUDENT" to current-acct-type
                      *> Signed out - nothing done later in the run may
                      *> be put down to this member
                      move spaces to current-user
                      perform campusEndSession
                      exit perform
                  else
                      move "LOGINBAD" to lang-lookup-id
                      move incorrect-login-msg to lang-fallback-text
                      perform getLangLine
                  end-if
              end-perform
              exit.


*> Paragraph: hashPassword
*> Purpose:   Derives the stored form of a password: two accumulator
*>            digests over salt + password, kept under nine digits
*>            each, packaged as "H$" + salt + "$" + 18 digits. Not a
*>            cryptographic hash, but nothing recoverable sits on
*>            disk and each account gets its own salt.
*> Input:     hash-salt, hash-input
*> Output:    hash-result
       hashPassword.
              move spaces to hash-work
              string hash-salt delimited by size
                     function trim(hash-input trailing) delimited by size
                     into hash-work
              end-string
              move function length(function trim(hash-work trailing)) to hash-len
              move 5381 to hash-acc-1
              move 7919 to hash-acc-2
              perform varying hash-idx from 1 by 1 until hash-idx > hash-len
                  compute hash-ord = function ord(hash-work(hash-idx:1))
                  compute hash-acc-1 =
                      function mod((hash-acc-1 * 33) + hash-ord, 999999999)
                  compute hash-acc-2 =
                      function mod((hash-acc-2 * 131) + (hash-ord * 7), 999999999)
              end-perform
              move hash-acc-1 to hash-digits-1
              move hash-acc-2 to hash-digits-2
              move spaces to hash-result
              string "H$" delimited by size
                     hash-salt delimited by size
                     "$" delimited by size
                     hash-digits-1 delimited by size
                     hash-digits-2 delimited by size
                     into hash-result
              end-string
              exit.

*> Paragraph: verifyPassword
*> Purpose:   Compares the sign-in candidate in input-password against
*>            the stored acct-password. Hashed values are re-derived
*>            with the stored salt; a legacy clear-text match is
*>            converted to a hash on the spot (persisted by the login
*>            path's updateAcct).
*> Input:     acct-record, input-password
*> Output:    pwd-verified-flag
       verifyPassword.
              move 'N' to pwd-verified-flag
              *> The stored hash form is always 29 characters, while a
              *> legacy clear password is at most 12 - the length is
              *> what tells them apart, since a policy-valid clear
              *> password can itself begin "H$"
              if acct-password(1:2) = "H$"
              and function length(function trim(acct-password trailing)) > 12
                  move acct-password(3:8) to hash-salt
                  move function trim(input-password trailing) to hash-input
                  perform hashPassword
                  if hash-result = acct-password
                      move 'Y' to pwd-verified-flag
                  end-if
              else
                  if function trim(acct-password trailing) = function trim(input-password trailing)
                      move 'Y' to pwd-verified-flag
                      *> One-time migration of the legacy clear value
                      move function current-date(9:8) to hash-salt
                      move function trim(input-password trailing) to hash-input
                      perform hashPassword
                      move hash-result to acct-password
                  end-if
              end-if
              exit.

*> Paragraph: persistLoginState
*> Purpose:   Rewrites the acct-record loaded by findAcct (failure
*>            counter / lock flag) during sign-in, when no user is
*>            signed in yet so updateAcct's current-user path cannot
*>            be used. The audit row self-attributes to the account
*>            unless the caller names a different actor in
*>            persist-audit-actor (the operator unlock and the
*>            moderation flag do), so "who changed this record" stays
*>            truthful.
*> Input:     acct-record (key already set by findAcct),
*>            persist-audit-actor (optional, cleared after use)
*> Output:    None
       persistLoginState.
              open i-o acct-database
              if acct-database-status = "00"
                  rewrite acct-record
                  if acct-database-status = "00"
                      if function trim(persist-audit-actor trailing) = spaces
                          move acct-username to audit-actor
                      else
                          move persist-audit-actor to audit-actor
                      end-if
                      move "acct-database.dat" to audit-file-name
                      move acct-username to audit-record-key
                      move "REWRITE" to audit-action
                      perform recordAuditEvent
                  end-if
              end-if
              close acct-database
              move spaces to persist-audit-actor
              exit.

*> Paragraph: checkPasswordAge
*> Purpose:   Forces a password change at sign-in when the password is
*>            older than pwd-max-age-days (the created date stands in
*>            for records from before the changed-date field existed)
*> Input:     acct-record
*> Output:    None
       checkPasswordAge.
              if function trim(acct-pwd-changed-date trailing) not = spaces
                  move acct-pwd-changed-date to pwd-age-base-date
              else
                  move acct-created-date to pwd-age-base-date
              end-if
              if pwd-age-base-date is not numeric
                  exit paragraph
              end-if
              move function current-date(1:8) to date-ymd-work
              move pwd-age-base-date to date-ymd-work-2
              compute pwd-age-days =
                  function integer-of-date(date-ymd-work)
                  - function integer-of-date(date-ymd-work-2)
              if pwd-age-days > pwd-max-age-days
                  move "Your password has expired and must be changed before continuing." to output-buffer
                  perform outputLine
                  perform forcePasswordChange
              end-if
              exit.

*> Paragraph: forcePasswordChange
*> Purpose:   Captures a new, valid password that is not one of the
*>            previous few, pushes the old one into the reuse history
*>            and stamps the changed date (persisted by the caller's
*>            updateAcct)
*> Input:     acct-record
*> Output:    None
       forcePasswordChange.
              move 'N' to pwd-reuse-flag
              perform with test after until (valid-password and not pwd-reused) or not valid-read
                  move "New Password: " to input-prompt
                  perform readInputLine
                  move input-buffer to buffer-acct-password

                  perform validate-password
                  if not valid-password
                      move "Password must be between 8-12 characters, contain 1 capital letter, 1 digit, and 1 special character" to output-buffer
                      perform outputLine
                  else
                      perform checkPasswordReuse
                      if pwd-reused
                          move "You cannot reuse one of your recent passwords." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform

              if valid-password and not pwd-reused and valid-read
                  perform pushPasswordHistory
                  move function current-date(9:8) to hash-salt
                  move function trim(buffer-acct-password trailing) to hash-input
                  perform hashPassword
                  move hash-result to acct-password
                  move function current-date(1:8) to acct-pwd-changed-date
                  move "Password updated." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: checkPasswordReuse
*> Purpose:   Flags the candidate in buffer-acct-password when it
*>            matches the current password or any held in the
*>            reuse history
*> Input:     buffer-acct-password, acct-record
*> Output:    pwd-reuse-flag
       checkPasswordReuse.
              move 'N' to pwd-reuse-flag
              move acct-password to hash-compare-buffer
              perform checkPasswordReuseOne
              perform varying pwd-hist-idx from 1 by 1 until pwd-hist-idx > 3
                  move acct-prev-pwd(pwd-hist-idx) to hash-compare-buffer
                  perform checkPasswordReuseOne
              end-perform
              exit.

*> Paragraph: checkPasswordReuseOne
*> Purpose:   Compares the clear candidate in buffer-acct-password
*>            against one stored value - re-deriving the hash with
*>            that value's own salt when it is hashed, or a plain
*>            compare for a legacy clear-text entry
*> Input:     hash-compare-buffer, buffer-acct-password
*> Output:    pwd-reuse-flag set 'Y' on a match
       checkPasswordReuseOne.
              if function trim(hash-compare-buffer trailing) = spaces
                  exit paragraph
              end-if
              *> Same length-based hashed-form test as verifyPassword
              if hash-compare-buffer(1:2) = "H$"
              and function length(function trim(hash-compare-buffer trailing)) > 12
                  move hash-compare-buffer(3:8) to hash-salt
                  move function trim(buffer-acct-password trailing) to hash-input
                  perform hashPassword
                  if hash-result = hash-compare-buffer
                      move 'Y' to pwd-reuse-flag
                  end-if
              else
                  if function trim(buffer-acct-password trailing) =
                     function trim(hash-compare-buffer trailing)
                      move 'Y' to pwd-reuse-flag
                  end-if
              end-if
              exit.

*> Paragraph: pushPasswordHistory
*> Purpose:   Slides the current password into the front of the
*>            reuse history, dropping the oldest entry
*> Input:     acct-record
*> Output:    None
       pushPasswordHistory.
              *> An account that has not signed in since the hashing
              *> release may still hold a legacy clear-text password -
              *> hash it with a fresh salt before it lands in the
              *> persisted reuse history, so nothing recoverable is
              *> ever written back to disk
              if not (acct-password(1:2) = "H$"
                      and function length(function trim(acct-password trailing)) > 12)
              and function trim(acct-password trailing) not = spaces
                  move function current-date(9:8) to hash-salt
                  move function trim(acct-password trailing) to hash-input
                  perform hashPassword
                  move hash-result to acct-password
              end-if
              move acct-prev-pwd(2) to acct-prev-pwd(3)
              move acct-prev-pwd(1) to acct-prev-pwd(2)
              move acct-password to acct-prev-pwd(1)
              exit.

*>*******************************************************************
*> Forgot Password - asks the security question captured at account
*> creation and, on a correct answer, lets the user set a new password
*>*******************************************************************
       forgotPassword.
              move "Enter your username:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to buffer-acct-username
              perform findAcct

              if acct-found
                  move spaces to output-buffer
                  string "Security question: " delimited by size
                         function trim(acct-security-question trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine

                  if function trim(input-buffer trailing) = function trim(acct-security-answer trailing)
                      move 'N' to pwd-reuse-flag
                      perform with test after until (valid-password and not pwd-reused) or not valid-read
                          move "New Password: " to input-prompt
                          perform readInputLine
                          move input-buffer to buffer-acct-password

                          perform validate-password
                          if not valid-password
                              move "Password must be between 8-12 characters, contain 1 capital letter, 1 digit, and 1 special character" to output-buffer
                              perform outputLine
                          else
                              perform checkPasswordReuse
                              if pwd-reused
                                  move "You cannot reuse one of your recent passwords." to output-buffer
                                  perform outputLine
                              end-if
                          end-if
                      end-perform

                      if valid-password and not pwd-reused and valid-read
                          move buffer-acct-username to current-user
                          perform pushPasswordHistory
                          move function current-date(9:8) to hash-salt
                          move function trim(buffer-acct-password trailing) to hash-input
                          perform hashPassword
                          move hash-result to acct-password
                          move function current-date(1:8) to acct-pwd-changed-date
                          move 0 to acct-failed-attempts
                          perform updateAcct
                          move "Password updated successfully." to output-buffer
                          perform outputLine
                      end-if
                  else
                      move "Incorrect answer to security question." to output-buffer
                      perform outputLine
                  end-if
              else
                  move "User not found." to output-buffer
                  perform outputLine
              end-if
              exit.


*>*******************************************************************
*> Admin Gate - signs a named operator in against operators.dat
*> (hashed password, own lockout counter) before letting anyone into
*> adminMenu, and warns when a nightly batch job has no run-ledger
*> entry for the past day (how we found out three weeks late that
*> SWEEP had been silently failing)
*>*******************************************************************
       adminGate.
              *> No member is signed in at the console
              move spaces to current-user
              perform countOperators
              if opr-file-count = 0
                  perform operatorBootstrap
              else
                  perform operatorSignIn
              end-if
              if not opr-signed-in
                  exit paragraph
              end-if

              perform campusLoadOperatorScope
              perform checkNightlyJobsRan
              perform checkBusinessDateLag
              move operator-id to ecl-staff-id
              move "OPERATOR" to ecl-staff-kind
              perform eclFollowUpsAtSignIn
              perform adminMenu

              *> Sign out, so nothing done later in the run is put
              *> down to this operator
              move "OPERATOR" to operator-id
              move 'N' to opr-signed-in-flag
              move all 'N' to opr-session-privs
              move spaces to cmp-staff-campus
              move 'Y' to cmp-staff-central-flag
              exit.

*>*******************************************************************
*> Operator accounts - named console sign-ins, each with a hashed
*> password, its own lockout and a privilege per console function,
*> so a student worker can run the reports without being able to
*> restore, unlock or delete anything
*>*******************************************************************

*> Paragraph: countOperators
*> Purpose:   Counts the operator rows on file (active or not)
*> Input:     None
*> Output:    opr-file-count
       countOperators.
              move 0 to opr-file-count
              open input operators
              if operator-ok
                  perform until operator-status not = "00"
                      read operators next record
                          at end
                              exit perform
                          not at end
                              add 1 to opr-file-count
                      end-read
                  end-perform
              end-if
              close operators
              exit.

*> Paragraph: operatorBootstrap
*> Purpose:   First use only - while operators.dat is empty the shared
*>            operator password still opens the console, just long
*>            enough to create the first named operator, who holds
*>            every privilege and is signed straight in
*> Input:     admin-password
*> Output:    opr-signed-in-flag, operator-id, opr-session-privs
       operatorBootstrap.
              move "Operator password:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move input-buffer to admin-password-input
              if function trim(admin-password-input trailing) not = function trim(admin-password trailing)
                  move "Incorrect operator password." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "No operator accounts exist yet - create the first one now. It receives every privilege." to output-buffer
              perform outputLine
              move 'Y' to opr-bootstrap-flag
              perform addOperator
              move 'N' to opr-bootstrap-flag
              if opr-written
                  move opr-id to operator-id
                  move opr-privileges to opr-session-privs
                  move 'Y' to opr-signed-in-flag
                  move spaces to output-buffer
                  string "Signed in as operator " delimited by size
                         function trim(opr-id trailing) delimited by size
                         "." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: operatorSignIn
*> Purpose:   Verifies a named operator's id and password. Failures
*>            count against that operator alone and lock the id at
*>            max-login-attempts, the same cap members get
*> Input:     None
*> Output:    opr-signed-in-flag, operator-id, opr-session-privs
       operatorSignIn.
              move "Operator ID:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer)) to opr-input-id
              move "Password:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move input-buffer to admin-password-input

              open i-o operators
              if not operator-ok
                  move "Unable to open the operator file." to output-buffer
                  perform outputLine
                  close operators
                  exit paragraph
              end-if
              move opr-input-id to opr-id
              read operators
                  key is opr-id
                  invalid key
                      move "Incorrect operator ID or password." to output-buffer
                      perform outputLine
                      close operators
                      exit paragraph
              end-read
              if not opr-is-active
                  move "Incorrect operator ID or password." to output-buffer
                  perform outputLine
                  close operators
                  exit paragraph
              end-if
              if opr-is-locked
                  move "This operator ID is locked after too many failed sign-ins - another operator must unlock it." to output-buffer
                  perform outputLine
                  close operators
                  exit paragraph
              end-if

              move opr-password(3:8) to hash-salt
              move function trim(admin-password-input trailing) to hash-input
              perform hashPassword
              if hash-result not = opr-password
                  add 1 to opr-failed-attempts
                  if opr-failed-attempts >= max-login-attempts
                      move 'Y' to opr-locked
                  end-if
                  rewrite operator-record
                  close operators
                  move opr-id to audit-actor
                  move "operators.dat" to audit-file-name
                  move opr-id to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  if opr-is-locked
                      move "Operator ID locked after too many failed sign-ins. Another operator must unlock it." to output-buffer
                  else
                      move "Incorrect operator ID or password." to output-buffer
                  end-if
                  perform outputLine
                  exit paragraph
              end-if

              move 0 to opr-failed-attempts
              move function current-date(1:14) to opr-last-signin
              rewrite operator-record
              close operators
              move opr-id to audit-actor
              move "operators.dat" to audit-file-name
              move opr-id to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent

              move opr-id to operator-id
              move opr-privileges to opr-session-privs
              move 'Y' to opr-signed-in-flag
              move spaces to output-buffer
              string "Signed in as operator " delimited by size
                     function trim(opr-id trailing) delimited by size
                     " (" delimited by size
                     function trim(opr-name trailing) delimited by size
                     ")." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: checkOperatorPrivilege
*> Purpose:   Decides whether the signed-in operator holds the
*>            privilege for one console function, and says so when
*>            not. A code that is not in the privilege table is
*>            refused - the menus let q and the functions every
*>            operator has (their own password) through themselves
*> Input:     opr-check-code, opr-session-privs
*> Output:    opr-permitted-flag
       checkOperatorPrivilege.
              move 'N' to opr-permitted-flag
              perform varying opr-idx from 1 by 1 until opr-idx > opr-priv-count
                  if opr-priv-code(opr-idx) = opr-check-code
                      if opr-session-priv(opr-idx) = 'Y'
                          move 'Y' to opr-permitted-flag
                      else
                          move spaces to output-buffer
                          string "Operator " delimited by size
                                 function trim(operator-id trailing) delimited by size
                                 " does not hold the '" delimited by size
                                 function trim(opr-priv-label(opr-idx) trailing) delimited by size
                                 "' privilege." delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                      exit perform
                  end-if
              end-perform
              if opr-idx > opr-priv-count
                  move "No console function answers to that choice." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: applyOperatorProfile
*> Purpose:   Sets every privilege of the operator-record in memory
*>            from a profile - F full, R reports only, N none
*> Input:     opr-profile-choice
*> Output:    opr-privileges
       applyOperatorProfile.
              move all 'N' to opr-privileges
              perform varying opr-idx from 1 by 1 until opr-idx > opr-priv-count
                  evaluate opr-profile-choice
                      when 'F'
                          move 'Y' to opr-priv(opr-idx)
                      when 'R'
                          move opr-priv-report(opr-idx) to opr-priv(opr-idx)
                  end-evaluate
              end-perform
              exit.

*> Paragraph: addOperator
*> Purpose:   Captures and writes one new operator. The first one
*>            (bootstrap) is always given the full profile
*> Input:     opr-bootstrap-flag
*> Output:    operator-record, opr-written-flag
       addOperator.
              move 'N' to opr-written-flag
              initialize operator-record
              move "New operator ID (e.g. JSMITH): " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer)) to opr-id
              if opr-id = spaces or opr-id = "OPERATOR"
                  move "An operator ID is required, and OPERATOR is reserved." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Full name: " to input-prompt
              perform readInputLine
              move function trim(input-buffer) to opr-name
              move "Password: " to input-prompt
              perform readInputLine
              move input-buffer to buffer-acct-password
              perform validate-password
              if not valid-password
                  move "Password must be between 8-12 characters, contain 1 capital letter, 1 digit, and 1 special character" to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function current-date(9:8) to hash-salt
              move function trim(buffer-acct-password trailing) to hash-input
              perform hashPassword
              move hash-result to opr-password
              move 0 to opr-failed-attempts
              move 'N' to opr-locked
              move 'Y' to opr-active

              if opr-bootstrapping
                  move 'F' to opr-profile-choice
                  move opr-id to opr-created-by
              else
                  move "Privileges [1] Full  [2] Reports only  [3] Custom: " to input-prompt
                  perform readInputLine
                  evaluate input-buffer(1:1)
                      when '1'
                          move 'F' to opr-profile-choice
                      when '3'
                          move 'N' to opr-profile-choice
                      when other
                          move 'R' to opr-profile-choice
                  end-evaluate
                  move operator-id to opr-created-by
              end-if
              perform applyOperatorProfile
              if input-buffer(1:1) = '3' and not opr-bootstrapping
                  perform editOperatorPrivileges
              end-if
              move function current-date(1:8) to opr-created-date
              move opr-created-date to opr-pwd-changed-date

              open i-o operators
              if operator-file-missing
                  open output operators
                  close operators
                  open i-o operators
              end-if
              if operator-ok
                  write operator-record
                  if operator-ok
                      move 'Y' to opr-written-flag
                      move operator-id to audit-actor
                      move "operators.dat" to audit-file-name
                      move opr-id to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      move "Operator added." to output-buffer
                      perform outputLine
                  else
                      move "That operator ID is already on file." to output-buffer
                      perform outputLine
                  end-if
              end-if
              close operators
              exit.

*> Paragraph: editOperatorPrivileges
*> Purpose:   Grants / revokes privileges on the operator-record in
*>            memory one code at a time, or resets them to a profile;
*>            the caller writes the record
*> Input:     operator-record
*> Output:    opr-privileges
       editOperatorPrivileges.
              perform until not valid-read
                  move spaces to output-buffer
                  string "--- Privileges for " delimited by size
                         function trim(opr-id trailing) delimited by size
                         " ---" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  perform varying opr-idx from 1 by 1 until opr-idx > opr-priv-count
                      move spaces to output-buffer
                      string "[" delimited by size
                             opr-priv(opr-idx) delimited by size
                             "] " delimited by size
                             opr-priv-code(opr-idx) delimited by size
                             "  " delimited by size
                             function trim(opr-priv-label(opr-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
                  move "Code to grant / revoke, FULL, REPORTS or NONE for a profile, blank when done:" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer = spaces or not valid-read
                          exit perform
                      when function upper-case(function trim(input-buffer)) = "FULL"
                          move 'F' to opr-profile-choice
                          perform applyOperatorProfile
                      when function upper-case(function trim(input-buffer)) = "REPORTS"
                          move 'R' to opr-profile-choice
                          perform applyOperatorProfile
                      when function upper-case(function trim(input-buffer)) = "NONE"
                          move 'N' to opr-profile-choice
                          perform applyOperatorProfile
                      when other
                          move function lower-case(function trim(input-buffer)) to opr-check-code
                          move 'N' to opr-any-flag
                          perform varying opr-jdx from 1 by 1 until opr-jdx > opr-priv-count
                              if opr-priv-code(opr-jdx) = opr-check-code
                                  if opr-priv(opr-jdx) = 'Y'
                                      move 'N' to opr-priv(opr-jdx)
                                  else
                                      move 'Y' to opr-priv(opr-jdx)
                                  end-if
                                  move 'Y' to opr-any-flag
                                  exit perform
                              end-if
                          end-perform
                          if opr-any-flag not = 'Y'
                              move "No such privilege code." to output-buffer
                              perform outputLine
                          end-if
                  end-evaluate
              end-perform
              exit.

*> Paragraph: loadOperatorList
*> Purpose:   Reads every operator row into opr-list-table
*> Input:     None
*> Output:    opr-list-table, opr-list-count
       loadOperatorList.
              move 0 to opr-list-count
              open input operators
              if operator-ok
                  perform until operator-status not = "00"
                      read operators next record
                          at end
                              exit perform
                          not at end
                              if opr-list-count < 50
                                  add 1 to opr-list-count
                                  move opr-id to opr-list-id(opr-list-count)
                                  move opr-name to opr-list-name(opr-list-count)
                                  move opr-active to opr-list-active(opr-list-count)
                                  move opr-locked to opr-list-locked(opr-list-count)
                                  move opr-privileges to opr-list-privs(opr-list-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close operators
              exit.

*> Paragraph: manageOperators
*> Purpose:   Operator maintenance - add an operator, change
*>            privileges, unlock with a new password, disable /
*>            re-enable. Nobody may change their own row here, so
*>            one operator cannot widen their own access or lock
*>            everyone else out of the console
*> Input:     None
*> Output:    None
       manageOperators.
              perform until not valid-read
                  perform loadOperatorList
                  move "--- Operator Accounts and Privileges ---" to output-buffer
                  perform outputLine
                  perform varying opr-idx from 1 by 1 until opr-idx > opr-list-count
                      move 0 to opr-grant-count
                      inspect opr-list-privs(opr-idx) tallying opr-grant-count for all 'Y'
                      move opr-idx to opr-num-disp
                      move spaces to output-buffer
                      string "[" delimited by size
                             function trim(opr-num-disp leading) delimited by size
                             "] " delimited by size
                             function trim(opr-list-id(opr-idx) trailing) delimited by size
                             " - " delimited by size
                             function trim(opr-list-name(opr-idx) trailing) delimited by size
                             ", " delimited by size
                             into output-buffer
                      end-string
                      move opr-grant-count to opr-num-disp
                      string function trim(output-buffer trailing) delimited by size
                             " " delimited by size
                             function trim(opr-num-disp leading) delimited by size
                             " privilege(s)" delimited by size
                             into output-buffer
                      end-string
                      if opr-list-locked(opr-idx) = 'Y'
                          string function trim(output-buffer trailing) delimited by size
                                 " (locked)" delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      if opr-list-active(opr-idx) not = 'Y'
                          string function trim(output-buffer trailing) delimited by size
                                 " (disabled)" delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      perform outputLine
                  end-perform
                  move "[a] Add  [p<number>] Privileges  [u<number>] Unlock / new password  [d<number>] Disable / re-enable  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move function lower-case(input-buffer(1:1)) to opr-action-code
                  evaluate true
                      when opr-action-code = 'q' or not valid-read
                          exit perform
                      when opr-action-code = 'a'
                          perform addOperator
                      when opr-action-code = 'p' or opr-action-code = 'u' or opr-action-code = 'd'
                          move 0 to opr-pick
                          if function trim(input-buffer(2:) trailing) is numeric
                              move function numval(input-buffer(2:)) to opr-pick
                          end-if
                          if opr-pick < 1 or opr-pick > opr-list-count
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          else
                              if opr-list-id(opr-pick) = operator-id
                                  move "Another operator must change your own operator account." to output-buffer
                                  perform outputLine
                              else
                                  perform updateOperatorAccount
                              end-if
                          end-if
                      when other
                          move "Invalid choice." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: updateOperatorAccount
*> Purpose:   Applies one maintenance action to the picked operator:
*>            p privileges, u unlock with a new password, d disable /
*>            re-enable
*> Input:     opr-pick, opr-action-code
*> Output:    None
       updateOperatorAccount.
              open i-o operators
              if not operator-ok
                  close operators
                  exit paragraph
              end-if
              move opr-list-id(opr-pick) to opr-id
              read operators
                  key is opr-id
                  invalid key
                      move "That operator is no longer on file." to output-buffer
                      perform outputLine
                      close operators
                      exit paragraph
              end-read

              evaluate opr-action-code
                  when 'p'
                      perform editOperatorPrivileges
                      move "Privileges updated." to output-buffer
                  when 'u'
                      move "New password for this operator: " to input-prompt
                      perform readInputLine
                      move input-buffer to buffer-acct-password
                      perform validate-password
                      if not valid-password
                          move "Password must be between 8-12 characters, contain 1 capital letter, 1 digit, and 1 special character" to output-buffer
                          perform outputLine
                          close operators
                          exit paragraph
                      end-if
                      move function current-date(9:8) to hash-salt
                      move function trim(buffer-acct-password trailing) to hash-input
                      perform hashPassword
                      move hash-result to opr-password
                      move function current-date(1:8) to opr-pwd-changed-date
                      move 0 to opr-failed-attempts
                      move 'N' to opr-locked
                      move "Operator unlocked with the new password." to output-buffer
                  when 'd'
                      if opr-is-active
                          move 'N' to opr-active
                          move "Operator disabled." to output-buffer
                      else
                          move 'Y' to opr-active
                          move "Operator re-enabled." to output-buffer
                      end-if
              end-evaluate
              rewrite operator-record
              close operators
              perform outputLine
              move operator-id to audit-actor
              move "operators.dat" to audit-file-name
              move opr-id to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              exit.

*> Paragraph: changeOperatorPassword
*> Purpose:   Lets the signed-in operator change their own password
*>            after proving the current one
*> Input:     operator-id
*> Output:    None
       changeOperatorPassword.
              open i-o operators
              if not operator-ok
                  close operators
                  exit paragraph
              end-if
              move operator-id to opr-id
              read operators
                  key is opr-id
                  invalid key
                      close operators
                      exit paragraph
              end-read
              move "Current password: " to input-prompt
              perform readInputLine
              move opr-password(3:8) to hash-salt
              move function trim(input-buffer trailing) to hash-input
              perform hashPassword
              if hash-result not = opr-password
                  move "Incorrect password - nothing changed." to output-buffer
                  perform outputLine
                  close operators
                  exit paragraph
              end-if
              move "New password: " to input-prompt
              perform readInputLine
              move input-buffer to buffer-acct-password
              perform validate-password
              if not valid-password
                  move "Password must be between 8-12 characters, contain 1 capital letter, 1 digit, and 1 special character" to output-buffer
                  perform outputLine
                  close operators
                  exit paragraph
              end-if
              move function current-date(9:8) to hash-salt
              move function trim(buffer-acct-password trailing) to hash-input
              perform hashPassword
              move hash-result to opr-password
              move function current-date(1:8) to opr-pwd-changed-date
              rewrite operator-record
              close operators
              move operator-id to audit-actor
              move "operators.dat" to audit-file-name
              move opr-id to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              move "Password updated." to output-buffer
              perform outputLine
              exit.

*> Paragraph: operatorPrivilegeReport
*> Purpose:   Who can do what - every console function with the
*>            active operators holding it, then every active
*>            operator's privilege count
*> Input:     None
*> Output:    None
       operatorPrivilegeReport.
              perform loadOperatorList
              move "--- Operator Privilege Report ---" to output-buffer
              perform outputLine
              if opr-list-count = 0
                  move "No operator accounts are on file." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform varying opr-idx from 1 by 1 until opr-idx > opr-priv-count
                  move spaces to output-buffer
                  move 1 to opr-ptr
                  string opr-priv-code(opr-idx) delimited by size
                         "  " delimited by size
                         function trim(opr-priv-label(opr-idx) trailing) delimited by size
                         ":" delimited by size
                         into output-buffer
                         with pointer opr-ptr
                  end-string
                  move 'N' to opr-any-flag
                  perform varying opr-jdx from 1 by 1 until opr-jdx > opr-list-count
                      if opr-list-active(opr-jdx) = 'Y'
                      and opr-list-privs(opr-jdx)(opr-idx:1) = 'Y'
                          if opr-ptr > 110
                              perform outputLine
                              move spaces to output-buffer
                              move 5 to opr-ptr
                          end-if
                          string " " delimited by size
                                 function trim(opr-list-id(opr-jdx) trailing) delimited by size
                                 into output-buffer
                                 with pointer opr-ptr
                          end-string
                          if opr-list-locked(opr-jdx) = 'Y'
                              string "(locked)" delimited by size
                                     into output-buffer
                                     with pointer opr-ptr
                              end-string
                          end-if
                          move 'Y' to opr-any-flag
                      end-if
                  end-perform
                  if opr-any-flag not = 'Y'
                      string " (nobody)" delimited by size
                             into output-buffer
                             with pointer opr-ptr
                      end-string
                  end-if
                  perform outputLine
              end-perform

              move "--- Privileges held per operator ---" to output-buffer
              perform outputLine
              perform varying opr-jdx from 1 by 1 until opr-jdx > opr-list-count
                  move 0 to opr-grant-count
                  inspect opr-list-privs(opr-jdx) tallying opr-grant-count for all 'Y'
                  move opr-grant-count to opr-num-disp
                  move spaces to output-buffer
                  string function trim(opr-list-id(opr-jdx) trailing) delimited by size
                         " - " delimited by size
                         function trim(opr-num-disp leading) delimited by size
                         " of " delimited by size
                         function trim(opr-priv-count leading) delimited by size
                         into output-buffer
                  end-string
                  if opr-list-active(opr-jdx) not = 'Y'
                      string function trim(output-buffer trailing) delimited by size
                             " (disabled - cannot sign in)" delimited by size
                             into output-buffer
                      end-string
                  end-if
                  perform outputLine
              end-perform
              exit.

*>*******************************************************************
*> Support view - an operator opens a member's own menus, read-only,
*> to see what the member sees instead of guessing from the profile
*> lookup. The reason, every screen and the session end go to the
*> audit trail, and the member is told at their next sign-in
*>*******************************************************************

*> Paragraph: supportViewSession
*> Purpose:   Takes a reason, records the session, runs the member's
*>            menu with support-viewing set, then closes the session
*> Input:     support-target-user, operator-id
*> Output:    None
       supportViewSession.
              move "Reason for the support view (ticket or the member's question):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer) = spaces or not valid-read
                  move "A reason is required - support view not opened." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function trim(input-buffer) to support-reason
              move support-target-user to buffer-acct-username
              perform findAcct
              if not acct-found
                  move "User not found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              initialize support-session-record
              move support-target-user to sps-username
              move function current-date(1:14) to sps-started
              move operator-id to sps-operator
              move support-reason to sps-reason
              move 0 to sps-screen-count
              move 'P' to sps-notice-flag
              open i-o support-sessions
              if support-session-missing
                  open output support-sessions
                  close support-sessions
                  open i-o support-sessions
              end-if
              if not support-session-ok
                  move "Unable to open the support-session file." to output-buffer
                  perform outputLine
                  close support-sessions
                  exit paragraph
              end-if
              write support-session-record
              close support-sessions
              move sps-key to support-session-key

              move operator-id to audit-actor
              move "support-sessions.dat" to audit-file-name
              move spaces to audit-record-key
              string function trim(sps-username trailing) delimited by size
                     "|" delimited by size
                     sps-started delimited by size
                     "|" delimited by size
                     function trim(support-reason trailing) delimited by size
                     into audit-record-key
              end-string
              move "START" to audit-action
              perform recordAuditEvent

              *> Take on the member's session the way login-process
              *> does, without any of the sign-in side effects
              move current-user to support-saved-user
              move support-target-user to current-user
              move acct-language to current-language
              evaluate true
                  when acct-employer
                      move "EMPLOYER" to current-acct-type
                  when acct-alumni
                      move "ALUMNI" to current-acct-type
                  when acct-advisor
                      move "ADVISOR" to current-acct-type
                  when other
                      move "STUDENT" to current-acct-type
              end-evaluate
              perform campusStartSession
              move 0 to support-screen-count
              move 'Y' to logged-in
              move 'Y' to support-view-flag
              move "Support view opened - nothing can be changed, and every screen is logged." to output-buffer
              perform outputLine
              if session-advisor
                  perform advisorMenu
              else
                  perform post-login-menu
              end-if
              move 'N' to support-view-flag
              move 'N' to logged-in
              move support-saved-user to current-user
              move "EN" to current-language
              move "STUDENT" to current-acct-type
              perform campusEndSession

              open i-o support-sessions
              if support-session-ok
                  move support-session-key to sps-key
                  read support-sessions
                      key is sps-key
                      invalid key
                          continue
                      not invalid key
                          move function current-date(1:14) to sps-ended
                          move support-screen-count to sps-screen-count
                          rewrite support-session-record
                  end-read
              end-if
              close support-sessions

              move operator-id to audit-actor
              move "support-sessions.dat" to audit-file-name
              move spaces to audit-record-key
              string function trim(support-target-user trailing) delimited by size
                     "|" delimited by size
                     support-session-key(101:14) delimited by size
                     into audit-record-key
              end-string
              move "END" to audit-action
              perform recordAuditEvent
              move "Support view closed." to output-buffer
              perform outputLine
              exit.

*> Paragraph: supportBanner
*> Purpose:   The reminder shown ahead of every prompt in a support
*>            view, so nobody forgets whose account is on screen
*> Input:     current-user
*> Output:    None
       supportBanner.
              move spaces to output-buffer
              string "*** SUPPORT VIEW of " delimited by size
                     function trim(current-user trailing) delimited by size
                     " by operator " delimited by size
                     function trim(operator-id trailing) delimited by size
                     " - read-only, every screen is logged ***" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: supportLogScreen
*> Purpose:   Puts one screen visit of a support view on the audit
*>            trail, leaving the caller's pending audit fields as
*>            they were
*> Input:     support-screen-name, current-user, operator-id
*> Output:    support-screen-count
       supportLogScreen.
              add 1 to support-screen-count
              move audit-actor to support-save-actor
              move audit-file-name to support-save-file
              move audit-record-key to support-save-key
              move audit-action to support-save-action
              move operator-id to audit-actor
              move "support-sessions.dat" to audit-file-name
              move spaces to audit-record-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(support-screen-name trailing) delimited by size
                     into audit-record-key
              end-string
              move "VIEW" to audit-action
              perform recordAuditEvent
              move support-save-actor to audit-actor
              move support-save-file to audit-file-name
              move support-save-key to audit-record-key
              move support-save-action to audit-action
              exit.

*> Paragraph: supportWriteBlocked
*> Purpose:   Refuses a change attempted from a support view and logs
*>            the attempt with the screens
*> Input:     None
*> Output:    None
       supportWriteBlocked.
              move "Support view is read-only - nothing was changed." to output-buffer
              perform outputLine
              move "(change refused)" to support-screen-name
              perform supportLogScreen
              exit.

*> Paragraph: showSupportViewNotice
*> Purpose:   At sign-in, tells the member about each support view of
*>            their account they have not yet been told about
*> Input:     current-user
*> Output:    None
       showSupportViewNotice.
              open i-o support-sessions
              if not support-session-ok
                  close support-sessions
                  exit paragraph
              end-if
              move current-user to sps-username
              move spaces to sps-started
              start support-sessions key is not less than sps-key
                  invalid key
                      close support-sessions
                      exit paragraph
              end-start
              perform until support-session-status not = "00"
                  read support-sessions next record
                      at end
                          exit perform
                      not at end
                          if function trim(sps-username trailing) not = function trim(current-user trailing)
                              exit perform
                          end-if
                          if sps-notice-pending
                              move spaces to output-buffer
                              string "Career services viewed your account on " delimited by size
                                     sps-started(1:4) delimited by size
                                     "-" delimited by size
                                     sps-started(5:2) delimited by size
                                     "-" delimited by size
                                     sps-started(7:2) delimited by size
                                     "." delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                              move 'S' to sps-notice-flag
                              rewrite support-session-record
                              move current-user to audit-actor
                              move "support-sessions.dat" to audit-file-name
                              move sps-key to audit-record-key
                              move "REWRITE" to audit-action
                              perform recordAuditEvent
                          end-if
                  end-read
              end-perform
              close support-sessions
              exit.

*>*******************************************************************
*> Username change - carries one member's new username through every
*> data file that names them, as a single controlled run approved
*> under the two-person rule. Each file is one step; the restart log
*> records the last step finished, so a run cut short resumes where
*> it stopped at the next start-up instead of leaving the member
*> split across two names. Every step is safe to repeat. Postings
*> are keyed by creator + title, so their keys change too and follow
*> through every file that carries a posting key. The audit trail is
*> hash-chained history and is deliberately left as written.
*>*******************************************************************

*> Paragraph: requestUsernameRename
*> Purpose:   Takes the new username for the member on screen, checks
*>            it the way sign-up does, and queues the change for a
*>            second operator to approve
*> Input:     support-target-user - the member being renamed
*> Output:    None
       requestUsernameRename.
              move "New username for this member:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if not valid-read or input-buffer = spaces
                  exit paragraph
              end-if

              *> Same rules as a new sign-up: the name ends up inside
              *> "|"-delimited keys, so the delimiter is reserved
              move input-buffer to validate-text-buffer
              move 30 to validate-max-len
              perform validateFreeText
              if not validate-text-ok
                  move "Usernames may not contain '|' and are limited to 30 characters." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to rnm-new-name
              if rnm-new-name = support-target-user
                  move "That is already the member's username." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move rnm-new-name to buffer-acct-username
              perform findAcct
              if acct-found
                  move "That username is already taken." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "RENAME-ACCT" to apv-action-buffer
              move spaces to apv-target-buffer
              string function trim(support-target-user trailing) delimited by size
                     "|" delimited by size
                     function trim(rnm-new-name trailing) delimited by size
                     into apv-target-buffer
              end-string
              perform createPendingApproval
              exit.

*> Paragraph: runUsernameRename
*> Purpose:   Runs (or resumes) an approved username change from
*>            rnm-start-step to the end, checkpointing after each
*>            step, then proves the result: a second pass over every
*>            step must find nothing still naming the old username,
*>            and the cross-file reconciliation is run over the lot
*> Input:     rnm-old-name, rnm-new-name, rnm-start-step, rnm-operator
*> Output:    None
       runUsernameRename.
              move function length(function trim(rnm-old-name trailing)) to rnm-old-len
              move function length(function trim(rnm-new-name trailing)) to rnm-new-len
              move spaces to rnm-actor
              string "OPERATOR:" delimited by size
                     function trim(rnm-operator trailing) delimited by size
                     into rnm-actor
              end-string
              move spaces to rnm-rename-key
              string function trim(rnm-old-name trailing) delimited by size
                     "|" delimited by size
                     function trim(rnm-new-name trailing) delimited by size
                     into rnm-rename-key
              end-string

              move spaces to output-buffer
              string "--- Username Change: " delimited by size
                     function trim(rnm-old-name trailing) delimited by size
                     " -> " delimited by size
                     function trim(rnm-new-name trailing) delimited by size
                     " ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine

              if rnm-start-step = 1
                  move rnm-actor to audit-actor
                  move "acct-database.dat" to audit-file-name
                  move rnm-rename-key to audit-record-key
                  move "RENAME" to audit-action
                  perform recordAuditEvent
              end-if

              perform rnmBuildJobMap
              move 0 to rnm-total-changes
              move 0 to rnm-clash-count
              move 'N' to rnm-verify-flag
              compute rnm-step = rnm-start-step - 1
              perform rnmWriteCheckpoint
              perform varying rnm-step from rnm-start-step by 1
                      until rnm-step > rnm-step-count
                  perform rnmRunStep
                  perform rnmWriteCheckpoint
              end-perform

              *> Proof pass - the same steps, changing nothing, counting
              *> anything that still names the old username or one of
              *> its old posting keys
              move 'Y' to rnm-verify-flag
              move 0 to rnm-leftover-count
              perform varying rnm-step from 1 by 1
                      until rnm-step > rnm-step-count
                  perform rnmRunStep
              end-perform
              move 'N' to rnm-verify-flag

              *> The old username no longer exists in acct-database, so
              *> anything the rename missed shows up here as a
              *> reference to an account that is not on file
              perform runReconciliation

              move rnm-total-changes to rnm-count-disp
              move spaces to output-buffer
              string "Records and log lines carried to the new username: " delimited by size
                     function trim(rnm-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move rnm-leftover-count to rnm-count-disp
              move spaces to output-buffer
              string "Still naming the old username: " delimited by size
                     function trim(rnm-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if rnm-clash-count > 0
                  move rnm-clash-count to rnm-count-disp
                  move spaces to output-buffer
                  string "Kept under the old key (new key already in use): " delimited by size
                         function trim(rnm-count-disp leading) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              move recon-exception-count to rnm-count-disp
              move spaces to output-buffer
              string "Reconciliation exceptions: " delimited by size
                     function trim(rnm-count-disp leading) delimited by size
                     " (see recon-report.txt)" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if rnm-leftover-count = 0 and rnm-clash-count = 0
                  move "Username change complete." to output-buffer
              else
                  move "Username change finished with exceptions - review the lines above." to output-buffer
              end-if
              perform outputLine
              perform clearCheckpoint
              exit.

*> Paragraph: rnmResumeFromCheckpoint
*> Purpose:   Picks an interrupted username change back up from the
*>            step after the last one the restart log recorded
*> Input:     restart-checkpoint-text - "RENAME-ACCT|old|new|step|operator"
*> Output:    None
       rnmResumeFromCheckpoint.
              move spaces to rnm-ckpt-tag
              move spaces to rnm-old-name
              move spaces to rnm-new-name
              move 0 to rnm-ckpt-step
              move spaces to rnm-operator
              unstring restart-checkpoint-text delimited by "|"
                  into rnm-ckpt-tag
                       rnm-old-name
                       rnm-new-name
                       rnm-ckpt-step
                       rnm-operator
              end-unstring
              if rnm-ckpt-step is not numeric or rnm-old-name = spaces or rnm-new-name = spaces
                  move "The interrupted username change could not be read back - please re-queue it." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              compute rnm-start-step = rnm-ckpt-step + 1
              perform runUsernameRename
              exit.

*> Paragraph: rnmWriteCheckpoint
*> Purpose:   Records the last completed step of the running username
*>            change in the restart log
*> Input:     rnm-step, rnm-old-name, rnm-new-name, rnm-operator
*> Output:    None
       rnmWriteCheckpoint.
              move rnm-step to rnm-ckpt-step
              move spaces to restart-checkpoint-text
              string "RENAME-ACCT|" delimited by size
                     function trim(rnm-old-name trailing) delimited by size
                     "|" delimited by size
                     function trim(rnm-new-name trailing) delimited by size
                     "|" delimited by size
                     rnm-ckpt-step delimited by size
                     "|" delimited by size
                     function trim(rnm-operator trailing) delimited by size
                     into restart-checkpoint-text
              end-string
              perform writeCheckpoint
              exit.

*> Paragraph: rnmRunStep
*> Purpose:   Carries the username change through the one file that
*>            step rnm-step covers (or, in the proof pass, counts what
*>            that file still holds under the old name)
*> Input:     rnm-step, rnm-verify-flag
*> Output:    rnm-total-changes / rnm-leftover-count
       rnmRunStep.
              move 0 to rnm-file-changes
              move rnm-leftover-count to rnm-step-leftover
              move spaces to rnm-file-name
              evaluate rnm-step
                  when 1
                      perform rnmFileAccounts with test after until not rnm-table-full
                  when 2
                      perform rnmFilePendingRequests with test after until not rnm-table-full
                  when 3
                      perform rnmFileConnections with test after until not rnm-table-full
                  when 4
                      perform rnmFileRejectedConnections with test after until not rnm-table-full
                  when 5
                      perform rnmFileJobs with test after until not rnm-table-full
                  when 6
                      perform rnmFileJobArchive with test after until not rnm-table-full
                  when 7
                      perform rnmFileApplications with test after until not rnm-table-full
                  when 8
                      perform rnmFileApplicationArchive with test after until not rnm-table-full
                  when 9
                      perform rnmFileMessages with test after until not rnm-table-full
                  when 10
                      perform rnmFileMessageArchive with test after until not rnm-table-full
                  when 11
                      perform rnmFileSkillAttempts with test after until not rnm-table-full
                  when 12
                      perform rnmFileSkillCompletions with test after until not rnm-table-full
                  when 13
                      perform rnmFileJobSkills with test after until not rnm-table-full
                  when 14
                      perform rnmFileJobStages with test after until not rnm-table-full
                  when 15
                      perform rnmFileStageHistory with test after until not rnm-table-full
                  when 16
                      perform rnmFileEeoSelfId with test after until not rnm-table-full
                  when 17
                      perform rnmFileCloseouts with test after until not rnm-table-full
                  when 18
                      perform rnmFileTalentPools with test after until not rnm-table-full
                  when 19
                      perform rnmFileJobInvites with test after until not rnm-table-full
                  when 20
                      perform rnmFileJobEligibility with test after until not rnm-table-full
                  when 21
                      perform rnmFileCreditInternships with test after until not rnm-table-full
                  when 22
                      perform rnmFileBillingEvents with test after until not rnm-table-full
                  when 23
                      perform rnmFileCareerFairs with test after until not rnm-table-full
                  when 24
                      perform rnmFileFairBooths with test after until not rnm-table-full
                  when 25
                      perform rnmFileRiskScores with test after until not rnm-table-full
                  when 26
                      perform rnmFileModerationQueue with test after until not rnm-table-full
                  when 27
                      perform rnmFileQuarantine with test after until not rnm-table-full
                  when 28
                      perform rnmFileBlockedUsers with test after until not rnm-table-full
                  when 29
                      perform rnmFileOffers with test after until not rnm-table-full
                  when 30
                      perform rnmFileSavedSearches with test after until not rnm-table-full
                  when 31
                      perform rnmFileSavedJobs with test after until not rnm-table-full
                  when 32
                      perform rnmFileEvents with test after until not rnm-table-full
                  when 33
                      perform rnmFileEventRsvps with test after until not rnm-table-full
                  when 34
                      perform rnmFileCompanyMembers with test after until not rnm-table-full
                  when 35
                      perform rnmFileInterviews with test after until not rnm-table-full
                  when 36
                      perform rnmFileNotifyPrefs with test after until not rnm-table-full
                  when 37
                      perform rnmFileRefLetters with test after until not rnm-table-full
                  when 38
                      perform rnmFileCertificates with test after until not rnm-table-full
                  when 39
                      perform rnmFileReferrals with test after until not rnm-table-full
                  when 40
                      perform rnmFileCaseload with test after until not rnm-table-full
                  when 41
                      perform rnmFileSurveys with test after until not rnm-table-full
                  when 42
                      perform rnmFileMentorships with test after until not rnm-table-full
                  when 43
                      perform rnmFileApprovals with test after until not rnm-table-full
                  when 44
                      perform rnmFileSupportSessions with test after until not rnm-table-full
                  when 45
                      perform rnmLogLoginHistory
                  when 46
                      perform rnmLogJobViews
                  when 47
                      perform rnmLogProfileViews
                  when 48
                      perform rnmLogEndorsements
                  when 49
                      perform rnmLogAdvisingNotes
                  when 50
                      perform rnmLogMentorshipMeetings
                  when 51
                      perform rnmLogAnnouncementSeen
                  when 52
                      perform rnmLogMailSpool
                  when 53
                      perform rnmFileCompanyReviews
                  when 54
                      perform rnmFileIntroductions
                  when 55
                      perform rnmFileOrganizations
                  when 56
                      perform rnmFileOrgMembers
                  when 57
                      perform rnmFileOrgPosts
                  when 58
                      perform rnmFileTimesheets
                  when 59
                      perform rnmFileEmployerContacts
                  when 60
                      perform rnmFileAppointments
                  when 61
                      perform rnmFileTranscripts
                  when 62
                      perform rnmFileScheduled
                  when 63
                      perform rnmFileDistribution
                  when 64
                      perform rnmFileLegalHolds with test after until not rnm-table-full
                  when 65
                      perform rnmFileAtsSent with test after until not rnm-table-full
                  when 66
                      *> The index is derived data - rebuild it rather
                      *> than edit it in place
                      if not rnm-verify-only
                          perform rebuildSearchIndex
                          move "search-index.dat rebuilt" to output-buffer
                          perform outputLine
                      end-if
                      exit paragraph
              end-evaluate

              if rnm-verify-only
                  if rnm-leftover-count > rnm-step-leftover
                      compute rnm-count-disp = rnm-leftover-count - rnm-step-leftover
                      move spaces to output-buffer
                      string "  still naming the old username: " delimited by size
                             function trim(rnm-file-name trailing) delimited by size
                             " " delimited by size
                             function trim(rnm-count-disp leading) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
              else
                  add rnm-file-changes to rnm-total-changes
                  if rnm-file-changes > 0
                      move rnm-file-changes to rnm-count-disp
                      move spaces to output-buffer
                      string function trim(rnm-file-name trailing) delimited by size
                             ": " delimited by size
                             function trim(rnm-count-disp leading) delimited by size
                             " changed" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
              end-if
              exit.

*> Paragraph: rnmBuildJobMap
*> Purpose:   Lists every posting (live or archived) created under the
*>            old or the new username with both its old and new key,
*>            so a resumed run maps the same keys the first one did
*> Input:     rnm-old-name, rnm-new-name
*> Output:    rnm-job-table, rnm-job-count
       rnmBuildJobMap.
              move 0 to rnm-job-count
              open input job-database
              perform until job-database-status not = "00"
                  read job-database next record
                      at end
                          exit perform
                      not at end
                          perform rnmAddJobToMap
                  end-read
              end-perform
              close job-database

              open input job-archive
              perform until job-archive-status not = "00"
                  read job-archive next record
                      at end
                          exit perform
                      not at end
                          move jobarc-record to job-record
                          perform rnmAddJobToMap
                  end-read
              end-perform
              close job-archive
              exit.

*> Paragraph: rnmAddJobToMap
*> Purpose:   Adds the posting in job-record to the key map when its
*>            key starts with its creator's username
*> Input:     job-record
*> Output:    rnm-job-table, rnm-job-count
       rnmAddJobToMap.
              if rnm-job-count >= rnm-job-max
                  exit paragraph
              end-if
              evaluate true
                  when job-creator = rnm-old-name
                   and job-key(1:rnm-old-len) = rnm-old-name(1:rnm-old-len)
                      add 1 to rnm-job-count
                      move job-key to rnm-job-old(rnm-job-count)
                      move spaces to rnm-job-new(rnm-job-count)
                      string function trim(rnm-new-name trailing) delimited by size
                             job-key(rnm-old-len + 1:) delimited by size
                             into rnm-job-new(rnm-job-count)
                      end-string
                  when job-creator = rnm-new-name
                   and job-key(1:rnm-new-len) = rnm-new-name(1:rnm-new-len)
                      add 1 to rnm-job-count
                      move job-key to rnm-job-new(rnm-job-count)
                      move spaces to rnm-job-old(rnm-job-count)
                      string function trim(rnm-old-name trailing) delimited by size
                             job-key(rnm-new-len + 1:) delimited by size
                             into rnm-job-old(rnm-job-count)
                      end-string
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: rnmMapField
*> Purpose:   Rewrites one field or log line: every "|"-separated
*>            component equal to the old username becomes the new one,
*>            and every component equal to an old posting key becomes
*>            the posting's new key. Anything else is copied as is.
*> Input:     rnm-in
*> Output:    rnm-out; rnm-rec-hit set when anything changed
       rnmMapField.
              move rnm-in to rnm-out
              if rnm-in = spaces
                  exit paragraph
              end-if
              move function length(function trim(rnm-in trailing)) to rnm-in-len
              move spaces to rnm-work
              move 1 to rnm-in-ptr
              move 1 to rnm-out-ptr
              move 'N' to rnm-field-hit-flag
              perform until rnm-in-ptr > rnm-in-len
                  move spaces to rnm-part
                  move spaces to rnm-delim
                  move 0 to rnm-part-len
                  unstring rnm-in(1:rnm-in-len) delimited by "|"
                      into rnm-part delimiter in rnm-delim count in rnm-part-len
                      with pointer rnm-in-ptr
                  end-unstring
                  perform rnmMapPart
                  if rnm-delim = "|" and rnm-out-ptr <= rnm-out-max
                      move "|" to rnm-work(rnm-out-ptr:1)
                      add 1 to rnm-out-ptr
                  end-if
              end-perform
              if rnm-field-hit
                  move rnm-work to rnm-out
                  move 'Y' to rnm-rec-hit-flag
              end-if
              exit.

*> Paragraph: rnmMapPart
*> Purpose:   Appends one component to rnm-work, mapped if it is the
*>            old username or an old posting key
*> Input:     rnm-part, rnm-part-len
*> Output:    rnm-work, rnm-out-ptr, rnm-field-hit
       rnmMapPart.
              if rnm-part-len = 0
                  exit paragraph
              end-if
              move spaces to rnm-new-part
              move 0 to rnm-new-part-len
              if rnm-part = rnm-old-name
                  move rnm-new-name to rnm-new-part
                  move rnm-new-len to rnm-new-part-len
              else
                  perform varying rnm-job-idx from 1 by 1
                          until rnm-job-idx > rnm-job-count
                      if rnm-part = rnm-job-old(rnm-job-idx)
                          move rnm-job-new(rnm-job-idx) to rnm-new-part
                          move function length(function trim(rnm-job-new(rnm-job-idx) trailing))
                              to rnm-new-part-len
                          exit perform
                      end-if
                  end-perform
              end-if

              if rnm-new-part-len > 0
                  move 'Y' to rnm-field-hit-flag
                  compute rnm-copy-len = rnm-out-max - rnm-out-ptr + 1
                  if rnm-copy-len > rnm-new-part-len
                      move rnm-new-part-len to rnm-copy-len
                  end-if
                  if rnm-copy-len > 0
                      move rnm-new-part(1:rnm-copy-len) to rnm-work(rnm-out-ptr:rnm-copy-len)
                      add rnm-copy-len to rnm-out-ptr
                  end-if
              else
                  compute rnm-copy-len = rnm-out-max - rnm-out-ptr + 1
                  if rnm-copy-len > rnm-part-len
                      move rnm-part-len to rnm-copy-len
                  end-if
                  if rnm-copy-len > 0
                      move rnm-part(1:rnm-copy-len) to rnm-work(rnm-out-ptr:rnm-copy-len)
                      add rnm-copy-len to rnm-out-ptr
                  end-if
              end-if
              exit.

*> Paragraph: rnmRememberKey
*> Purpose:   Notes the key of a record the first pass found naming
*>            the old username (the proof pass only counts it)
*> Input:     rnm-orig-key, rnm-rec-hit
*> Output:    rnm-key-table / rnm-leftover-count
       rnmRememberKey.
              if not rnm-rec-hit
                  exit paragraph
              end-if
              if rnm-verify-only
                  add 1 to rnm-leftover-count
                  exit paragraph
              end-if
              if rnm-key-count < rnm-key-max
                  add 1 to rnm-key-count
                  move rnm-orig-key to rnm-key-entry(rnm-key-count)
              else
                  *> More to do than the table holds - the step runs
                  *> again once this batch is through
                  move 'Y' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmNoteChange
*> Purpose:   Audits (and journals) one record the rename just wrote,
*>            rewrote or deleted
*> Input:     audit-action, audit-record-key, the file's record buffer
*> Output:    rnm-file-changes / rnm-pass-changes
       rnmNoteChange.
              move rnm-actor to audit-actor
              move rnm-file-name to audit-file-name
              perform recordAuditEvent
              if audit-action not = "DELETE"
                  add 1 to rnm-file-changes
                  add 1 to rnm-pass-changes
              end-if
              exit.

*> Paragraph: rnmNoteClash
*> Purpose:   Reports a record left under its old key because a
*>            different record already holds the key it would move to
*> Input:     rnm-file-name, rnm-orig-key
*> Output:    rnm-clash-count
       rnmNoteClash.
              add 1 to rnm-clash-count
              move spaces to output-buffer
              string "  left under the old key: " delimited by size
                     function trim(rnm-file-name trailing) delimited by size
                     " " delimited by size
                     function trim(rnm-orig-key trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: rnmSwapLog
*> Purpose:   Puts the rewritten copy of a line-sequential log in place
*>            of the original (or, in the proof pass, just counts)
*> Input:     rnm-log-filename, rnm-line-hits
*> Output:    None
       rnmSwapLog.
              if rnm-verify-only
                  add rnm-line-hits to rnm-leftover-count
                  exit paragraph
              end-if
              if rnm-line-hits = 0
                  call "CBL_DELETE_FILE" using rnm-temp-filename
                  exit paragraph
              end-if
              call "CBL_DELETE_FILE" using rnm-log-filename
              call "CBL_RENAME_FILE" using rnm-temp-filename
                                           rnm-log-filename
              add rnm-line-hits to rnm-file-changes
              move rnm-actor to audit-actor
              move rnm-file-name to audit-file-name
              move rnm-rename-key to audit-record-key
              move "RENAME" to audit-action
              perform recordAuditEvent
              exit.

*> Paragraph: rnmFileAccounts
*> Purpose:   Carries the username change through acct-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileAccounts.
              move "acct-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input acct-database
              perform until acct-database-status not = "00"
                  read acct-database next record
                      at end
                          exit perform
                      not at end
                          move acct-username to rnm-orig-key
                          perform rnmApplyAccount
                          perform rnmRememberKey
                  end-read
              end-perform
              close acct-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o acct-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to acct-username
                  read acct-database key is acct-username
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyAccount
                  if acct-username = rnm-orig-key
                      rewrite acct-record
                      move acct-username to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  *> New key: write it first and only then drop the old
                  *> record, so an interruption never loses the row. A
                  *> resumed run finds its own earlier write already there
                  move acct-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write acct-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read acct-database key is acct-username
                              invalid key
                                  continue
                          end-read
                          move acct-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move acct-username to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to acct-username
                  delete acct-database
                      invalid key
                          continue
                      not invalid key
                          move acct-username to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close acct-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFilePendingRequests
*> Purpose:   Carries the username change through pending-requests.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFilePendingRequests.
              move "pending-requests.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input pending-requests
              perform until pending-status not = "00"
                  read pending-requests next record
                      at end
                          exit perform
                      not at end
                          move req-key to rnm-orig-key
                          perform rnmApplyPendingRequest
                          perform rnmRememberKey
                  end-read
              end-perform
              close pending-requests
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o pending-requests
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to req-key
                  read pending-requests key is req-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyPendingRequest
                  if req-key = rnm-orig-key
                      rewrite req-record
                      move req-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move req-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write req-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read pending-requests key is req-key
                              invalid key
                                  continue
                          end-read
                          move req-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move req-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to req-key
                  delete pending-requests
                      invalid key
                          continue
                      not invalid key
                          move req-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close pending-requests
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileConnections
*> Purpose:   Carries the username change through connection-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileConnections.
              move "connection-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input connection-database
              perform until connection-database-status(1:1) not = "0"
                  read connection-database next record
                      at end
                          exit perform
                      not at end
                          move connection-key to rnm-orig-key
                          perform rnmApplyConnection
                          perform rnmRememberKey
                  end-read
              end-perform
              close connection-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o connection-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to connection-key
                  read connection-database key is connection-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyConnection
                  if connection-key = rnm-orig-key
                      rewrite connection-record
                      move connection-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move connection-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write connection-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read connection-database key is connection-key
                              invalid key
                                  continue
                          end-read
                          move connection-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move connection-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to connection-key
                  delete connection-database
                      invalid key
                          continue
                      not invalid key
                          move connection-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close connection-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileRejectedConnections
*> Purpose:   Carries the username change through rejected-connections.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileRejectedConnections.
              move "rejected-connections.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input rejected-connections
              perform until rejected-status not = "00"
                  read rejected-connections next record
                      at end
                          exit perform
                      not at end
                          move rejected-key to rnm-orig-key
                          perform rnmApplyRejectedConnection
                          perform rnmRememberKey
                  end-read
              end-perform
              close rejected-connections
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o rejected-connections
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to rejected-key
                  read rejected-connections key is rejected-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyRejectedConnection
                  if rejected-key = rnm-orig-key
                      rewrite rejected-record
                      move rejected-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move rejected-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write rejected-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read rejected-connections key is rejected-key
                              invalid key
                                  continue
                          end-read
                          move rejected-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move rejected-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to rejected-key
                  delete rejected-connections
                      invalid key
                          continue
                      not invalid key
                          move rejected-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close rejected-connections
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileJobs
*> Purpose:   Carries the username change through job-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileJobs.
              move "job-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input job-database
              perform until job-database-status not = "00"
                  read job-database next record
                      at end
                          exit perform
                      not at end
                          move job-key to rnm-orig-key
                          perform rnmApplyJob
                          perform rnmRememberKey
                  end-read
              end-perform
              close job-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o job-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to job-key
                  read job-database key is job-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyJob
                  if job-key = rnm-orig-key
                      rewrite job-record
                      move job-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move job-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write job-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read job-database key is job-key
                              invalid key
                                  continue
                          end-read
                          move job-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move job-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to job-key
                  delete job-database
                      invalid key
                          continue
                      not invalid key
                          move job-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close job-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileJobArchive
*> Purpose:   Carries the username change through job-archive.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileJobArchive.
              move "job-archive.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input job-archive
              perform until job-archive-status not = "00"
                  read job-archive next record
                      at end
                          exit perform
                      not at end
                          move jobarc-key to rnm-orig-key
                          move jobarc-record to job-record
                          perform rnmApplyJob
                          perform rnmRememberKey
                  end-read
              end-perform
              close job-archive
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o job-archive
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to jobarc-key
                  read job-archive key is jobarc-key
                      invalid key
                          exit perform cycle
                  end-read
                  move jobarc-record to job-record
                  perform rnmApplyJob
                  move spaces to jobarc-record
                  move job-record to jobarc-record
                  if jobarc-key = rnm-orig-key
                      rewrite jobarc-record
                      move jobarc-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move jobarc-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write jobarc-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read job-archive key is jobarc-key
                              invalid key
                                  continue
                          end-read
                          move jobarc-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move jobarc-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to jobarc-key
                  delete job-archive
                      invalid key
                          continue
                      not invalid key
                          move jobarc-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close job-archive
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileApplications
*> Purpose:   Carries the username change through application-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileApplications.
              move "application-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input application-database
              perform until application-database-status(1:1) not = "0"
                  read application-database next record
                      at end
                          exit perform
                      not at end
                          move application-key to rnm-orig-key
                          perform rnmApplyApplication
                          perform rnmRememberKey
                  end-read
              end-perform
              close application-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o application-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to application-key
                  read application-database key is application-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyApplication
                  if application-key = rnm-orig-key
                      rewrite application-record
                      move application-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move application-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write application-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read application-database key is application-key
                              invalid key
                                  continue
                          end-read
                          move application-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move application-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to application-key
                  delete application-database
                      invalid key
                          continue
                      not invalid key
                          move application-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close application-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileApplicationArchive
*> Purpose:   Carries the username change through application-archive.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileApplicationArchive.
              move "application-archive.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input application-archive
              perform until application-archive-status not = "00"
                  read application-archive next record
                      at end
                          exit perform
                      not at end
                          move apparc-key to rnm-orig-key
                          move apparc-record to application-record
                          perform rnmApplyApplication
                          perform rnmRememberKey
                  end-read
              end-perform
              close application-archive
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o application-archive
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to apparc-key
                  read application-archive key is apparc-key
                      invalid key
                          exit perform cycle
                  end-read
                  move apparc-record to application-record
                  perform rnmApplyApplication
                  move spaces to apparc-record
                  move application-record to apparc-record
                  if apparc-key = rnm-orig-key
                      rewrite apparc-record
                      move apparc-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move apparc-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write apparc-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read application-archive key is apparc-key
                              invalid key
                                  continue
                          end-read
                          move apparc-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move apparc-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to apparc-key
                  delete application-archive
                      invalid key
                          continue
                      not invalid key
                          move apparc-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close application-archive
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileMessages
*> Purpose:   Carries the username change through message-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileMessages.
              move "message-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input message-database
              perform until message-database-status(1:1) not = "0"
                  read message-database next record
                      at end
                          exit perform
                      not at end
                          move message-key to rnm-orig-key
                          perform rnmApplyMessage
                          perform rnmRememberKey
                  end-read
              end-perform
              close message-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o message-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to message-key
                  read message-database key is message-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyMessage
                  if message-key = rnm-orig-key
                      rewrite message-record
                      move message-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move message-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write message-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read message-database key is message-key
                              invalid key
                                  continue
                          end-read
                          move message-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move message-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to message-key
                  delete message-database
                      invalid key
                          continue
                      not invalid key
                          move message-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close message-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileMessageArchive
*> Purpose:   Carries the username change through message-archive.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileMessageArchive.
              move "message-archive.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input message-archive
              perform until message-archive-status not = "00"
                  read message-archive next record
                      at end
                          exit perform
                      not at end
                          move msga-key to rnm-orig-key
                          move msga-record to message-record
                          perform rnmApplyMessage
                          perform rnmRememberKey
                  end-read
              end-perform
              close message-archive
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o message-archive
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to msga-key
                  read message-archive key is msga-key
                      invalid key
                          exit perform cycle
                  end-read
                  move msga-record to message-record
                  perform rnmApplyMessage
                  move spaces to msga-record
                  move message-record to msga-record
                  if msga-key = rnm-orig-key
                      rewrite msga-record
                      move msga-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move msga-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write msga-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read message-archive key is msga-key
                              invalid key
                                  continue
                          end-read
                          move msga-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move msga-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to msga-key
                  delete message-archive
                      invalid key
                          continue
                      not invalid key
                          move msga-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close message-archive
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileSkillAttempts
*> Purpose:   Carries the username change through skill-attempts.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileSkillAttempts.
              move "skill-attempts.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input skill-attempts
              perform until skill-attempts-status not = "00"
                  read skill-attempts next record
                      at end
                          exit perform
                      not at end
                          move ska-key to rnm-orig-key
                          perform rnmApplySkillAttempt
                          perform rnmRememberKey
                  end-read
              end-perform
              close skill-attempts
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o skill-attempts
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to ska-key
                  read skill-attempts key is ska-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplySkillAttempt
                  if ska-key = rnm-orig-key
                      rewrite skill-attempt-record
                      move ska-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move skill-attempt-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write skill-attempt-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read skill-attempts key is ska-key
                              invalid key
                                  continue
                          end-read
                          move skill-attempt-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move ska-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to ska-key
                  delete skill-attempts
                      invalid key
                          continue
                      not invalid key
                          move ska-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close skill-attempts
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileSkillCompletions
*> Purpose:   Carries the username change through skill-completions.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileSkillCompletions.
              move "skill-completions.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input skill-completions
              perform until skill-completions-status not = "00"
                  read skill-completions next record
                      at end
                          exit perform
                      not at end
                          move skc-key to rnm-orig-key
                          perform rnmApplySkillCompletion
                          perform rnmRememberKey
                  end-read
              end-perform
              close skill-completions
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o skill-completions
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to skc-key
                  read skill-completions key is skc-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplySkillCompletion
                  if skc-key = rnm-orig-key
                      rewrite skill-completion-record
                      move skc-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move skill-completion-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write skill-completion-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read skill-completions key is skc-key
                              invalid key
                                  continue
                          end-read
                          move skill-completion-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move skc-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to skc-key
                  delete skill-completions
                      invalid key
                          continue
                      not invalid key
                          move skc-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close skill-completions
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileJobSkills
*> Purpose:   Carries the username change through job-skills.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileJobSkills.
              move "job-skills.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input job-skills
              perform until job-skills-status not = "00"
                  read job-skills next record
                      at end
                          exit perform
                      not at end
                          move jsk-key to rnm-orig-key
                          perform rnmApplyJobSkill
                          perform rnmRememberKey
                  end-read
              end-perform
              close job-skills
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o job-skills
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to jsk-key
                  read job-skills key is jsk-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyJobSkill
                  if jsk-key = rnm-orig-key
                      rewrite job-skill-record
                      move jsk-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move job-skill-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write job-skill-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read job-skills key is jsk-key
                              invalid key
                                  continue
                          end-read
                          move job-skill-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move jsk-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to jsk-key
                  delete job-skills
                      invalid key
                          continue
                      not invalid key
                          move jsk-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close job-skills
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileJobStages
*> Purpose:   Carries the username change through job-stages.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileJobStages.
              move "job-stages.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input job-stages
              perform until job-stages-status not = "00"
                  read job-stages next record
                      at end
                          exit perform
                      not at end
                          move jst-key to rnm-orig-key
                          perform rnmApplyJobStage
                          perform rnmRememberKey
                  end-read
              end-perform
              close job-stages
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o job-stages
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to jst-key
                  read job-stages key is jst-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyJobStage
                  if jst-key = rnm-orig-key
                      rewrite job-stage-record
                      move jst-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move job-stage-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write job-stage-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read job-stages key is jst-key
                              invalid key
                                  continue
                          end-read
                          move job-stage-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move jst-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to jst-key
                  delete job-stages
                      invalid key
                          continue
                      not invalid key
                          move jst-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close job-stages
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileStageHistory
*> Purpose:   Carries the username change through stage-history.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileStageHistory.
              move "stage-history.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input stage-history
              perform until stage-history-status not = "00"
                  read stage-history next record
                      at end
                          exit perform
                      not at end
                          move sth-key to rnm-orig-key
                          perform rnmApplyStageHistory
                          perform rnmRememberKey
                  end-read
              end-perform
              close stage-history
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o stage-history
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to sth-key
                  read stage-history key is sth-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyStageHistory
                  if sth-key = rnm-orig-key
                      rewrite stage-history-record
                      move sth-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move stage-history-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write stage-history-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read stage-history key is sth-key
                              invalid key
                                  continue
                          end-read
                          move stage-history-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move sth-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to sth-key
                  delete stage-history
                      invalid key
                          continue
                      not invalid key
                          move sth-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close stage-history
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileEeoSelfId
*> Purpose:   Carries the username change through eeo-selfid.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileEeoSelfId.
              move "eeo-selfid.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input eeo-selfid
              perform until eeo-selfid-status not = "00"
                  read eeo-selfid next record
                      at end
                          exit perform
                      not at end
                          move eeo-username to rnm-orig-key
                          perform rnmApplyEeoSelfId
                          perform rnmRememberKey
                  end-read
              end-perform
              close eeo-selfid
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o eeo-selfid
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to eeo-username
                  read eeo-selfid key is eeo-username
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyEeoSelfId
                  if eeo-username = rnm-orig-key
                      rewrite eeo-selfid-record
                      move eeo-username to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move eeo-selfid-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write eeo-selfid-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read eeo-selfid key is eeo-username
                              invalid key
                                  continue
                          end-read
                          move eeo-selfid-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move eeo-username to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to eeo-username
                  delete eeo-selfid
                      invalid key
                          continue
                      not invalid key
                          move eeo-username to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close eeo-selfid
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileCloseouts
*> Purpose:   Carries the username change through closeout-notices.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileCloseouts.
              move "closeout-notices.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input closeout-notices
              perform until closeout-status not = "00"
                  read closeout-notices next record
                      at end
                          exit perform
                      not at end
                          move cno-app-key to rnm-orig-key
                          perform rnmApplyCloseout
                          perform rnmRememberKey
                  end-read
              end-perform
              close closeout-notices
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o closeout-notices
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to cno-app-key
                  read closeout-notices key is cno-app-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyCloseout
                  if cno-app-key = rnm-orig-key
                      rewrite closeout-record
                      move cno-app-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move closeout-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write closeout-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read closeout-notices key is cno-app-key
                              invalid key
                                  continue
                          end-read
                          move closeout-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move cno-app-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to cno-app-key
                  delete closeout-notices
                      invalid key
                          continue
                      not invalid key
                          move cno-app-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close closeout-notices
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileTalentPools
*> Purpose:   Carries the username change through talent-pools.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileTalentPools.
              move "talent-pools.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input talent-pools
              perform until talent-pool-status not = "00"
                  read talent-pools next record
                      at end
                          exit perform
                      not at end
                          move tpl-key to rnm-orig-key
                          perform rnmApplyTalentPool
                          perform rnmRememberKey
                  end-read
              end-perform
              close talent-pools
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o talent-pools
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to tpl-key
                  read talent-pools key is tpl-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyTalentPool
                  if tpl-key = rnm-orig-key
                      rewrite talent-pool-record
                      move tpl-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move talent-pool-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write talent-pool-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read talent-pools key is tpl-key
                              invalid key
                                  continue
                          end-read
                          move talent-pool-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move tpl-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to tpl-key
                  delete talent-pools
                      invalid key
                          continue
                      not invalid key
                          move tpl-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close talent-pools
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileJobInvites
*> Purpose:   Carries the username change through job-invites.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileJobInvites.
              move "job-invites.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input job-invites
              perform until invite-status-code not = "00"
                  read job-invites next record
                      at end
                          exit perform
                      not at end
                          move invite-key to rnm-orig-key
                          perform rnmApplyJobInvite
                          perform rnmRememberKey
                  end-read
              end-perform
              close job-invites
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o job-invites
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to invite-key
                  read job-invites key is invite-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyJobInvite
                  if invite-key = rnm-orig-key
                      rewrite invite-record
                      move invite-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move invite-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write invite-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read job-invites key is invite-key
                              invalid key
                                  continue
                          end-read
                          move invite-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move invite-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to invite-key
                  delete job-invites
                      invalid key
                          continue
                      not invalid key
                          move invite-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close job-invites
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileJobEligibility
*> Purpose:   Carries the username change through job-eligibility.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileJobEligibility.
              move "job-eligibility.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input job-eligibility
              perform until eligibility-status not = "00"
                  read job-eligibility next record
                      at end
                          exit perform
                      not at end
                          move elg-job-key to rnm-orig-key
                          perform rnmApplyJobEligibility
                          perform rnmRememberKey
                  end-read
              end-perform
              close job-eligibility
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o job-eligibility
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to elg-job-key
                  read job-eligibility key is elg-job-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyJobEligibility
                  if elg-job-key = rnm-orig-key
                      rewrite job-eligibility-record
                      move elg-job-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move job-eligibility-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write job-eligibility-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read job-eligibility key is elg-job-key
                              invalid key
                                  continue
                          end-read
                          move job-eligibility-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move elg-job-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to elg-job-key
                  delete job-eligibility
                      invalid key
                          continue
                      not invalid key
                          move elg-job-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close job-eligibility
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileCreditInternships
*> Purpose:   Carries the username change through credit-internships.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileCreditInternships.
              move "credit-internships.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input credit-internships
              perform until credit-internship-status not = "00"
                  read credit-internships next record
                      at end
                          exit perform
                      not at end
                          move cri-key to rnm-orig-key
                          perform rnmApplyCreditInternship
                          perform rnmRememberKey
                  end-read
              end-perform
              close credit-internships
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o credit-internships
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to cri-key
                  read credit-internships key is cri-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyCreditInternship
                  if cri-key = rnm-orig-key
                      rewrite credit-internship-record
                      move cri-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move credit-internship-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write credit-internship-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read credit-internships key is cri-key
                              invalid key
                                  continue
                          end-read
                          move credit-internship-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move cri-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to cri-key
                  delete credit-internships
                      invalid key
                          continue
                      not invalid key
                          move cri-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close credit-internships
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileBillingEvents
*> Purpose:   Carries the username change through billing-events.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileBillingEvents.
              move "billing-events.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input billing-events
              perform until billing-event-status not = "00"
                  read billing-events next record
                      at end
                          exit perform
                      not at end
                          move bev-key to rnm-orig-key
                          perform rnmApplyBillingEvent
                          perform rnmRememberKey
                  end-read
              end-perform
              close billing-events
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o billing-events
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key(1:length of bev-key) to bev-key
                  read billing-events key is bev-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyBillingEvent
                  rewrite billing-event-record
                  move bev-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform rnmNoteChange
              end-perform
              close billing-events
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileCareerFairs
*> Purpose:   Carries the username change through career-fairs.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileCareerFairs.
              move "career-fairs.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input career-fairs
              perform until career-fair-status not = "00"
                  read career-fairs next record
                      at end
                          exit perform
                      not at end
                          move cfr-event-key to rnm-orig-key
                          perform rnmApplyCareerFair
                          perform rnmRememberKey
                  end-read
              end-perform
              close career-fairs
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o career-fairs
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to cfr-event-key
                  read career-fairs key is cfr-event-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyCareerFair
                  if cfr-event-key = rnm-orig-key
                      rewrite career-fair-record
                      move cfr-event-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move career-fair-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write career-fair-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read career-fairs key is cfr-event-key
                              invalid key
                                  continue
                          end-read
                          move career-fair-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move cfr-event-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to cfr-event-key
                  delete career-fairs
                      invalid key
                          continue
                      not invalid key
                          move cfr-event-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close career-fairs
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileFairBooths
*> Purpose:   Carries the username change through fair-booths.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileFairBooths.
              move "fair-booths.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input fair-booths
              perform until fair-booth-status not = "00"
                  read fair-booths next record
                      at end
                          exit perform
                      not at end
                          move fbt-key to rnm-orig-key
                          perform rnmApplyFairBooth
                          perform rnmRememberKey
                  end-read
              end-perform
              close fair-booths
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o fair-booths
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to fbt-key
                  read fair-booths key is fbt-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyFairBooth
                  if fbt-key = rnm-orig-key
                      rewrite fair-booth-record
                      move fbt-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move fair-booth-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write fair-booth-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read fair-booths key is fbt-key
                              invalid key
                                  continue
                          end-read
                          move fair-booth-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move fbt-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to fbt-key
                  delete fair-booths
                      invalid key
                          continue
                      not invalid key
                          move fbt-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close fair-booths
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileRiskScores
*> Purpose:   Carries the username change through risk-scores.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileRiskScores.
              move "risk-scores.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input risk-scores
              perform until risk-score-status not = "00"
                  read risk-scores next record
                      at end
                          exit perform
                      not at end
                          move rsc-key to rnm-orig-key
                          perform rnmApplyRiskScore
                          perform rnmRememberKey
                  end-read
              end-perform
              close risk-scores
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o risk-scores
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to rsc-key
                  read risk-scores key is rsc-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyRiskScore
                  if rsc-key = rnm-orig-key
                      rewrite risk-score-record
                      move rsc-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move risk-score-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write risk-score-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read risk-scores key is rsc-key
                              invalid key
                                  continue
                          end-read
                          move risk-score-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move rsc-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to rsc-key
                  delete risk-scores
                      invalid key
                          continue
                      not invalid key
                          move rsc-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close risk-scores
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileModerationQueue
*> Purpose:   Carries the username change through moderation-queue.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileModerationQueue.
              move "moderation-queue.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input moderation-queue
              perform until moderation-status not = "00"
                  read moderation-queue next record
                      at end
                          exit perform
                      not at end
                          move mod-key to rnm-orig-key
                          perform rnmApplyModeration
                          perform rnmRememberKey
                  end-read
              end-perform
              close moderation-queue
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o moderation-queue
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key(1:length of mod-key) to mod-key
                  read moderation-queue key is mod-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyModeration
                  rewrite moderation-record
                  move mod-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform rnmNoteChange
              end-perform
              close moderation-queue
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileQuarantine
*> Purpose:   Carries the username change through message-quarantine.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileQuarantine.
              move "message-quarantine.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input message-quarantine
              perform until quarantine-status not = "00"
                  read message-quarantine next record
                      at end
                          exit perform
                      not at end
                          move qmsg-id to rnm-orig-key
                          perform rnmApplyQuarantine
                          perform rnmRememberKey
                  end-read
              end-perform
              close message-quarantine
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o message-quarantine
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key(1:length of qmsg-id) to qmsg-id
                  read message-quarantine key is qmsg-id
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyQuarantine
                  rewrite quarantine-record
                  move qmsg-id to audit-record-key
                  move "REWRITE" to audit-action
                  perform rnmNoteChange
              end-perform
              close message-quarantine
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileBlockedUsers
*> Purpose:   Carries the username change through blocked-users.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileBlockedUsers.
              move "blocked-users.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input blocked-users
              perform until blocked-status not = "00"
                  read blocked-users next record
                      at end
                          exit perform
                      not at end
                          move block-key to rnm-orig-key
                          perform rnmApplyBlock
                          perform rnmRememberKey
                  end-read
              end-perform
              close blocked-users
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o blocked-users
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to block-key
                  read blocked-users key is block-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyBlock
                  if block-key = rnm-orig-key
                      rewrite block-record
                      move block-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move block-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write block-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read blocked-users key is block-key
                              invalid key
                                  continue
                          end-read
                          move block-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move block-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to block-key
                  delete blocked-users
                      invalid key
                          continue
                      not invalid key
                          move block-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close blocked-users
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileOffers
*> Purpose:   Carries the username change through offers-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileOffers.
              move "offers-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input offers-database
              perform until offers-status not = "00"
                  read offers-database next record
                      at end
                          exit perform
                      not at end
                          move offer-key to rnm-orig-key
                          perform rnmApplyOffer
                          perform rnmRememberKey
                  end-read
              end-perform
              close offers-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o offers-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to offer-key
                  read offers-database key is offer-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyOffer
                  if offer-key = rnm-orig-key
                      rewrite offer-record
                      move offer-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move offer-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write offer-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read offers-database key is offer-key
                              invalid key
                                  continue
                          end-read
                          move offer-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move offer-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to offer-key
                  delete offers-database
                      invalid key
                          continue
                      not invalid key
                          move offer-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close offers-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileSavedSearches
*> Purpose:   Carries the username change through saved-searches.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileSavedSearches.
              move "saved-searches.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input saved-searches
              perform until saved-search-status not = "00"
                  read saved-searches next record
                      at end
                          exit perform
                      not at end
                          move search-key to rnm-orig-key
                          perform rnmApplySavedSearch
                          perform rnmRememberKey
                  end-read
              end-perform
              close saved-searches
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o saved-searches
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to search-key
                  read saved-searches key is search-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplySavedSearch
                  if search-key = rnm-orig-key
                      rewrite search-record
                      move search-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move search-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write search-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read saved-searches key is search-key
                              invalid key
                                  continue
                          end-read
                          move search-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move search-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to search-key
                  delete saved-searches
                      invalid key
                          continue
                      not invalid key
                          move search-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close saved-searches
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileSavedJobs
*> Purpose:   Carries the username change through saved-jobs.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileSavedJobs.
              move "saved-jobs.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input saved-jobs
              perform until saved-jobs-status not = "00"
                  read saved-jobs next record
                      at end
                          exit perform
                      not at end
                          move saved-job-key to rnm-orig-key
                          perform rnmApplySavedJob
                          perform rnmRememberKey
                  end-read
              end-perform
              close saved-jobs
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o saved-jobs
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to saved-job-key
                  read saved-jobs key is saved-job-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplySavedJob
                  if saved-job-key = rnm-orig-key
                      rewrite saved-job-record
                      move saved-job-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move saved-job-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write saved-job-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read saved-jobs key is saved-job-key
                              invalid key
                                  continue
                          end-read
                          move saved-job-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move saved-job-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to saved-job-key
                  delete saved-jobs
                      invalid key
                          continue
                      not invalid key
                          move saved-job-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close saved-jobs
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileEvents
*> Purpose:   Carries the username change through events-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileEvents.
              move "events-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input events-database
              perform until events-status not = "00"
                  read events-database next record
                      at end
                          exit perform
                      not at end
                          move event-key to rnm-orig-key
                          perform rnmApplyEvent
                          perform rnmRememberKey
                  end-read
              end-perform
              close events-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o events-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to event-key
                  read events-database key is event-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyEvent
                  if event-key = rnm-orig-key
                      rewrite event-record
                      move event-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move event-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write event-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read events-database key is event-key
                              invalid key
                                  continue
                          end-read
                          move event-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move event-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to event-key
                  delete events-database
                      invalid key
                          continue
                      not invalid key
                          move event-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close events-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileEventRsvps
*> Purpose:   Carries the username change through event-rsvps.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileEventRsvps.
              move "event-rsvps.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input event-rsvps
              perform until rsvp-status not = "00"
                  read event-rsvps next record
                      at end
                          exit perform
                      not at end
                          move rsvp-key to rnm-orig-key
                          perform rnmApplyEventRsvp
                          perform rnmRememberKey
                  end-read
              end-perform
              close event-rsvps
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o event-rsvps
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to rsvp-key
                  read event-rsvps key is rsvp-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyEventRsvp
                  if rsvp-key = rnm-orig-key
                      rewrite rsvp-record
                      move rsvp-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move rsvp-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write rsvp-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read event-rsvps key is rsvp-key
                              invalid key
                                  continue
                          end-read
                          move rsvp-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move rsvp-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to rsvp-key
                  delete event-rsvps
                      invalid key
                          continue
                      not invalid key
                          move rsvp-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close event-rsvps
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileCompanyMembers
*> Purpose:   Carries the username change through company-members.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileCompanyMembers.
              move "company-members.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input company-members
              perform until company-members-status not = "00"
                  read company-members next record
                      at end
                          exit perform
                      not at end
                          move member-key to rnm-orig-key
                          perform rnmApplyCompanyMember
                          perform rnmRememberKey
                  end-read
              end-perform
              close company-members
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o company-members
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to member-key
                  read company-members key is member-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyCompanyMember
                  if member-key = rnm-orig-key
                      rewrite member-record
                      move member-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move member-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write member-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read company-members key is member-key
                              invalid key
                                  continue
                          end-read
                          move member-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move member-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to member-key
                  delete company-members
                      invalid key
                          continue
                      not invalid key
                          move member-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close company-members
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileInterviews
*> Purpose:   Carries the username change through interview-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileInterviews.
              move "interview-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input interview-database
              perform until interview-database-status not = "00"
                  read interview-database next record
                      at end
                          exit perform
                      not at end
                          move interview-key to rnm-orig-key
                          perform rnmApplyInterview
                          perform rnmRememberKey
                  end-read
              end-perform
              close interview-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o interview-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to interview-key
                  read interview-database key is interview-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyInterview
                  if interview-key = rnm-orig-key
                      rewrite interview-record
                      move interview-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move interview-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write interview-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read interview-database key is interview-key
                              invalid key
                                  continue
                          end-read
                          move interview-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move interview-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to interview-key
                  delete interview-database
                      invalid key
                          continue
                      not invalid key
                          move interview-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close interview-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileNotifyPrefs
*> Purpose:   Carries the username change through notify-prefs.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileNotifyPrefs.
              move "notify-prefs.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input notify-prefs
              perform until notify-prefs-status not = "00"
                  read notify-prefs next record
                      at end
                          exit perform
                      not at end
                          move pref-key to rnm-orig-key
                          perform rnmApplyNotifyPref
                          perform rnmRememberKey
                  end-read
              end-perform
              close notify-prefs
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o notify-prefs
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to pref-key
                  read notify-prefs key is pref-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyNotifyPref
                  if pref-key = rnm-orig-key
                      rewrite pref-record
                      move pref-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move pref-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write pref-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read notify-prefs key is pref-key
                              invalid key
                                  continue
                          end-read
                          move pref-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move pref-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to pref-key
                  delete notify-prefs
                      invalid key
                          continue
                      not invalid key
                          move pref-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close notify-prefs
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileRefLetters
*> Purpose:   Carries the username change through ref-letters.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileRefLetters.
              move "ref-letters.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input ref-letters
              perform until ref-letters-status not = "00"
                  read ref-letters next record
                      at end
                          exit perform
                      not at end
                          move refltr-key to rnm-orig-key
                          perform rnmApplyRefLetter
                          perform rnmRememberKey
                  end-read
              end-perform
              close ref-letters
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o ref-letters
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to refltr-key
                  read ref-letters key is refltr-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyRefLetter
                  if refltr-key = rnm-orig-key
                      rewrite refletter-record
                      move refltr-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move refletter-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write refletter-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read ref-letters key is refltr-key
                              invalid key
                                  continue
                          end-read
                          move refletter-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move refltr-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to refltr-key
                  delete ref-letters
                      invalid key
                          continue
                      not invalid key
                          move refltr-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close ref-letters
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileCertificates
*> Purpose:   Carries the username change through certificates.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileCertificates.
              move "certificates.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input certificates
              perform until certificates-status not = "00"
                  read certificates next record
                      at end
                          exit perform
                      not at end
                          move cert-serial to rnm-orig-key
                          perform rnmApplyCertificate
                          perform rnmRememberKey
                  end-read
              end-perform
              close certificates
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o certificates
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key(1:length of cert-serial) to cert-serial
                  read certificates key is cert-serial
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyCertificate
                  rewrite certificate-record
                  move cert-serial to audit-record-key
                  move "REWRITE" to audit-action
                  perform rnmNoteChange
              end-perform
              close certificates
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileReferrals
*> Purpose:   Carries the username change through referral-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileReferrals.
              move "referral-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input referral-database
              perform until referral-status-code not = "00"
                  read referral-database next record
                      at end
                          exit perform
                      not at end
                          move referral-key to rnm-orig-key
                          perform rnmApplyReferral
                          perform rnmRememberKey
                  end-read
              end-perform
              close referral-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o referral-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to referral-key
                  read referral-database key is referral-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyReferral
                  if referral-key = rnm-orig-key
                      rewrite referral-record
                      move referral-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move referral-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write referral-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read referral-database key is referral-key
                              invalid key
                                  continue
                          end-read
                          move referral-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move referral-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to referral-key
                  delete referral-database
                      invalid key
                          continue
                      not invalid key
                          move referral-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close referral-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileCaseload
*> Purpose:   Carries the username change through advisor-caseload.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileCaseload.
              move "advisor-caseload.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input advisor-caseload
              perform until caseload-status not = "00"
                  read advisor-caseload next record
                      at end
                          exit perform
                      not at end
                          move caseload-key to rnm-orig-key
                          perform rnmApplyCaseload
                          perform rnmRememberKey
                  end-read
              end-perform
              close advisor-caseload
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o advisor-caseload
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to caseload-key
                  read advisor-caseload key is caseload-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyCaseload
                  if caseload-key = rnm-orig-key
                      rewrite caseload-record
                      move caseload-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move caseload-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write caseload-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read advisor-caseload key is caseload-key
                              invalid key
                                  continue
                          end-read
                          move caseload-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move caseload-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to caseload-key
                  delete advisor-caseload
                      invalid key
                          continue
                      not invalid key
                          move caseload-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close advisor-caseload
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileSurveys
*> Purpose:   Carries the username change through survey-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileSurveys.
              move "survey-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input survey-database
              perform until survey-status-code not = "00"
                  read survey-database next record
                      at end
                          exit perform
                      not at end
                          move survey-key to rnm-orig-key
                          perform rnmApplySurvey
                          perform rnmRememberKey
                  end-read
              end-perform
              close survey-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o survey-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to survey-key
                  read survey-database key is survey-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplySurvey
                  if survey-key = rnm-orig-key
                      rewrite survey-record
                      move survey-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move survey-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write survey-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read survey-database key is survey-key
                              invalid key
                                  continue
                          end-read
                          move survey-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move survey-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to survey-key
                  delete survey-database
                      invalid key
                          continue
                      not invalid key
                          move survey-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close survey-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileMentorships
*> Purpose:   Carries the username change through mentorship-database.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileMentorships.
              move "mentorship-database.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input mentorship-database
              perform until mentorship-status not = "00"
                  read mentorship-database next record
                      at end
                          exit perform
                      not at end
                          move mentor-key to rnm-orig-key
                          perform rnmApplyMentorship
                          perform rnmRememberKey
                  end-read
              end-perform
              close mentorship-database
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o mentorship-database
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to mentor-key
                  read mentorship-database key is mentor-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyMentorship
                  if mentor-key = rnm-orig-key
                      rewrite mentorship-record
                      move mentor-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move mentorship-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write mentorship-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read mentorship-database key is mentor-key
                              invalid key
                                  continue
                          end-read
                          move mentorship-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move mentor-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to mentor-key
                  delete mentorship-database
                      invalid key
                          continue
                      not invalid key
                          move mentor-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close mentorship-database
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileApprovals
*> Purpose:   Carries the username change through pending-approvals.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileApprovals.
              move "pending-approvals.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input pending-approvals
              perform until approvals-status not = "00"
                  read pending-approvals next record
                      at end
                          exit perform
                      not at end
                          move appr-key to rnm-orig-key
                          perform rnmApplyApproval
                          perform rnmRememberKey
                  end-read
              end-perform
              close pending-approvals
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o pending-approvals
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key(1:length of appr-key) to appr-key
                  read pending-approvals key is appr-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyApproval
                  rewrite approval-record
                  move appr-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform rnmNoteChange
              end-perform
              close pending-approvals
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileSupportSessions
*> Purpose:   Carries the username change through support-sessions.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileSupportSessions.
              move "support-sessions.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input support-sessions
              perform until support-session-status not = "00"
                  read support-sessions next record
                      at end
                          exit perform
                      not at end
                          move sps-key to rnm-orig-key
                          perform rnmApplySupportSession
                          perform rnmRememberKey
                  end-read
              end-perform
              close support-sessions
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o support-sessions
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to sps-key
                  read support-sessions key is sps-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplySupportSession
                  if sps-key = rnm-orig-key
                      rewrite support-session-record
                      move sps-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move support-session-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write support-session-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read support-sessions key is sps-key
                              invalid key
                                  continue
                          end-read
                          move support-session-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move sps-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to sps-key
                  delete support-sessions
                      invalid key
                          continue
                      not invalid key
                          move sps-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close support-sessions
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileCompanyReviews
*> Purpose:   Carries the username change through company-reviews.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileCompanyReviews.
              move "company-reviews.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input company-reviews
              perform until company-review-status not = "00"
                  read company-reviews next record
                      at end
                          exit perform
                      not at end
                          move crv-key to rnm-orig-key
                          perform rnmApplyCompanyReview
                          perform rnmRememberKey
                  end-read
              end-perform
              close company-reviews
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o company-reviews
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to crv-key
                  read company-reviews key is crv-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyCompanyReview
                  if crv-key = rnm-orig-key
                      rewrite company-review-record
                      move crv-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move company-review-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write company-review-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read company-reviews key is crv-key
                              invalid key
                                  continue
                          end-read
                          move company-review-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move crv-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to crv-key
                  delete company-reviews
                      invalid key
                          continue
                      not invalid key
                          move crv-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close company-reviews
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileIntroductions
*> Purpose:   Carries the username change through introductions.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileIntroductions.
              move "introductions.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input introductions
              perform until introduction-status not = "00"
                  read introductions next record
                      at end
                          exit perform
                      not at end
                          move intro-key to rnm-orig-key
                          perform rnmApplyIntroduction
                          perform rnmRememberKey
                  end-read
              end-perform
              close introductions
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o introductions
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to intro-key
                  read introductions key is intro-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyIntroduction
                  if intro-key = rnm-orig-key
                      rewrite introduction-record
                      move intro-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move introduction-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write introduction-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read introductions key is intro-key
                              invalid key
                                  continue
                          end-read
                          move introduction-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move intro-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to intro-key
                  delete introductions
                      invalid key
                          continue
                      not invalid key
                          move intro-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close introductions
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileOrganizations
*> Purpose:   Carries the username change through organizations.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileOrganizations.
              move "organizations.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input organizations
              perform until organization-status not = "00"
                  read organizations next record
                      at end
                          exit perform
                      not at end
                          move org-key to rnm-orig-key
                          perform rnmApplyOrganization
                          perform rnmRememberKey
                  end-read
              end-perform
              close organizations
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o organizations
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to org-key
                  read organizations key is org-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyOrganization
                  if org-key = rnm-orig-key
                      rewrite organization-record
                      move org-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move organization-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write organization-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read organizations key is org-key
                              invalid key
                                  continue
                          end-read
                          move organization-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move org-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to org-key
                  delete organizations
                      invalid key
                          continue
                      not invalid key
                          move org-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close organizations
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileOrgMembers
*> Purpose:   Carries the username change through org-members.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileOrgMembers.
              move "org-members.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input org-members
              perform until org-member-status not = "00"
                  read org-members next record
                      at end
                          exit perform
                      not at end
                          move orm-key to rnm-orig-key
                          perform rnmApplyOrgMember
                          perform rnmRememberKey
                  end-read
              end-perform
              close org-members
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o org-members
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to orm-key
                  read org-members key is orm-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyOrgMember
                  if orm-key = rnm-orig-key
                      rewrite org-member-record
                      move orm-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move org-member-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write org-member-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read org-members key is orm-key
                              invalid key
                                  continue
                          end-read
                          move org-member-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move orm-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to orm-key
                  delete org-members
                      invalid key
                          continue
                      not invalid key
                          move orm-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close org-members
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileOrgPosts
*> Purpose:   Carries the username change through org-posts.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileOrgPosts.
              move "org-posts.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input org-posts
              perform until org-post-status not = "00"
                  read org-posts next record
                      at end
                          exit perform
                      not at end
                          move orp-key to rnm-orig-key
                          perform rnmApplyOrgPost
                          perform rnmRememberKey
                  end-read
              end-perform
              close org-posts
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o org-posts
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to orp-key
                  read org-posts key is orp-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyOrgPost
                  if orp-key = rnm-orig-key
                      rewrite org-post-record
                      move orp-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move org-post-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write org-post-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read org-posts key is orp-key
                              invalid key
                                  continue
                          end-read
                          move org-post-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move orp-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to orp-key
                  delete org-posts
                      invalid key
                          continue
                      not invalid key
                          move orp-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close org-posts
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileTimesheets
*> Purpose:   Carries the username change through timesheets.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileTimesheets.
              move "timesheets.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input timesheets
              perform until timesheet-status not = "00"
                  read timesheets next record
                      at end
                          exit perform
                      not at end
                          move tms-key to rnm-orig-key
                          perform rnmApplyTimesheet
                          perform rnmRememberKey
                  end-read
              end-perform
              close timesheets
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o timesheets
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to tms-key
                  read timesheets key is tms-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyTimesheet
                  if tms-key = rnm-orig-key
                      rewrite timesheet-record
                      move tms-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move timesheet-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write timesheet-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read timesheets key is tms-key
                              invalid key
                                  continue
                          end-read
                          move timesheet-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move tms-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to tms-key
                  delete timesheets
                      invalid key
                          continue
                      not invalid key
                          move tms-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close timesheets
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileEmployerContacts
*> Purpose:   Carries the username change through employer-contacts.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileEmployerContacts.
              move "employer-contacts.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input employer-contacts
              perform until employer-contact-status not = "00"
                  read employer-contacts next record
                      at end
                          exit perform
                      not at end
                          move ecl-key to rnm-orig-key
                          perform rnmApplyEmployerContact
                          perform rnmRememberKey
                  end-read
              end-perform
              close employer-contacts
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o employer-contacts
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to ecl-key
                  read employer-contacts key is ecl-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyEmployerContact
                  if ecl-key = rnm-orig-key
                      rewrite employer-contact-record
                      move ecl-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move employer-contact-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write employer-contact-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read employer-contacts key is ecl-key
                              invalid key
                                  continue
                          end-read
                          move employer-contact-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move ecl-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to ecl-key
                  delete employer-contacts
                      invalid key
                          continue
                      not invalid key
                          move ecl-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close employer-contacts
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileAppointments
*> Purpose:   Carries the username change through appointments.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileAppointments.
              move "appointments.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input appointments
              perform until appointment-status not = "00"
                  read appointments next record
                      at end
                          exit perform
                      not at end
                          move apt-key to rnm-orig-key
                          perform rnmApplyAppointment
                          perform rnmRememberKey
                  end-read
              end-perform
              close appointments
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o appointments
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to apt-key
                  read appointments key is apt-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyAppointment
                  if apt-key = rnm-orig-key
                      rewrite appointment-record
                      move apt-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move appointment-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write appointment-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read appointments key is apt-key
                              invalid key
                                  continue
                          end-read
                          move appointment-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move apt-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to apt-key
                  delete appointments
                      invalid key
                          continue
                      not invalid key
                          move apt-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close appointments
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileTranscripts
*> Purpose:   Carries the username change through transcripts.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileTranscripts.
              move "transcripts.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input transcripts
              perform until transcript-status not = "00"
                  read transcripts next record
                      at end
                          exit perform
                      not at end
                          move trn-serial to rnm-orig-key
                          perform rnmApplyTranscript
                          perform rnmRememberKey
                  end-read
              end-perform
              close transcripts
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o transcripts
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to trn-serial
                  read transcripts key is trn-serial
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyTranscript
                  if trn-serial = rnm-orig-key
                      rewrite transcript-record
                      move trn-serial to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move transcript-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write transcript-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read transcripts key is trn-serial
                              invalid key
                                  continue
                          end-read
                          move transcript-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move trn-serial to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to trn-serial
                  delete transcripts
                      invalid key
                          continue
                      not invalid key
                          move trn-serial to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close transcripts
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileScheduled
*> Purpose:   Carries the username change through scheduled-messages.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileScheduled.
              move "scheduled-messages.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input scheduled-messages
              perform until scheduled-status not = "00"
                  read scheduled-messages next record
                      at end
                          exit perform
                      not at end
                          move sch-id to rnm-orig-key
                          perform rnmApplyScheduled
                          perform rnmRememberKey
                  end-read
              end-perform
              close scheduled-messages
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o scheduled-messages
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to sch-id
                  read scheduled-messages key is sch-id
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyScheduled
                  if sch-id = rnm-orig-key
                      rewrite scheduled-record
                      move sch-id to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move scheduled-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write scheduled-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read scheduled-messages key is sch-id
                              invalid key
                                  continue
                          end-read
                          move scheduled-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move sch-id to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to sch-id
                  delete scheduled-messages
                      invalid key
                          continue
                      not invalid key
                          move sch-id to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close scheduled-messages
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileDistribution
*> Purpose:   Carries the username change through report-distribution.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileDistribution.
              move "report-distribution.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input report-distribution
              perform until distribution-status not = "00"
                  read report-distribution next record
                      at end
                          exit perform
                      not at end
                          move dst-key to rnm-orig-key
                          perform rnmApplyDistribution
                          perform rnmRememberKey
                  end-read
              end-perform
              close report-distribution
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o report-distribution
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to dst-key
                  read report-distribution key is dst-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyDistribution
                  if dst-key = rnm-orig-key
                      rewrite distribution-record
                      move dst-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move distribution-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write distribution-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read report-distribution key is dst-key
                              invalid key
                                  continue
                          end-read
                          move distribution-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move dst-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to dst-key
                  delete report-distribution
                      invalid key
                          continue
                      not invalid key
                          move dst-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close report-distribution
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileLegalHolds
*> Purpose:   Carries the username change through legal-holds.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileLegalHolds.
              move "legal-holds.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input legal-holds
              perform until legal-hold-status not = "00"
                  read legal-holds next record
                      at end
                          exit perform
                      not at end
                          move lgh-key to rnm-orig-key
                          perform rnmApplyLegalHold
                          perform rnmRememberKey
                  end-read
              end-perform
              close legal-holds
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o legal-holds
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to lgh-key
                  read legal-holds key is lgh-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyLegalHold
                  if lgh-key = rnm-orig-key
                      rewrite legal-hold-record
                      move lgh-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move legal-hold-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write legal-hold-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read legal-holds key is lgh-key
                              invalid key
                                  continue
                          end-read
                          move legal-hold-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move lgh-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to lgh-key
                  delete legal-holds
                      invalid key
                          continue
                      not invalid key
                          move lgh-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close legal-holds
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmFileAtsSent
*> Purpose:   Carries the username change through ats-sent.dat
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmFileAtsSent.
              move "ats-sent.dat" to rnm-file-name
              move 0 to rnm-key-count
              move 0 to rnm-pass-changes
              move 'N' to rnm-table-full-flag
              open input ats-sent
              perform until ats-sent-status not = "00"
                  read ats-sent next record
                      at end
                          exit perform
                      not at end
                          move ats-app-key to rnm-orig-key
                          perform rnmApplyAtsSent
                          perform rnmRememberKey
                  end-read
              end-perform
              close ats-sent
              if rnm-key-count = 0
                  exit paragraph
              end-if

              open i-o ats-sent
              perform varying rnm-key-idx from 1 by 1
                      until rnm-key-idx > rnm-key-count
                  move rnm-key-entry(rnm-key-idx) to rnm-orig-key
                  move rnm-orig-key to ats-app-key
                  read ats-sent key is ats-app-key
                      invalid key
                          exit perform cycle
                  end-read
                  perform rnmApplyAtsSent
                  if ats-app-key = rnm-orig-key
                      rewrite ats-sent-record
                      move ats-app-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform rnmNoteChange
                      exit perform cycle
                  end-if

                  move ats-sent-record to rnm-save-rec
                  move 'Y' to rnm-written-flag
                  write ats-sent-record
                      invalid key
                          move 'N' to rnm-written-flag
                          read ats-sent key is ats-app-key
                              invalid key
                                  continue
                          end-read
                          move ats-sent-record to rnm-cmp-rec
                          if rnm-cmp-rec = rnm-save-rec
                              move 'Y' to rnm-written-flag
                          end-if
                  end-write
                  if not rnm-written
                      perform rnmNoteClash
                      exit perform cycle
                  end-if
                  move ats-app-key to audit-record-key
                  move "WRITE" to audit-action
                  perform rnmNoteChange
                  move rnm-orig-key to ats-app-key
                  delete ats-sent
                      invalid key
                          continue
                      not invalid key
                          move ats-app-key to audit-record-key
                          move "DELETE" to audit-action
                          perform rnmNoteChange
                  end-delete
              end-perform
              close ats-sent
              if rnm-pass-changes = 0
                  move 'N' to rnm-table-full-flag
              end-if
              exit.

*> Paragraph: rnmLogLoginHistory
*> Purpose:   Carries the username change through login-history.log by
*>            copying it line by line to the scratch file
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmLogLoginHistory.
              move "login-history.log" to rnm-file-name
              move "login-history.log" to rnm-log-filename
              move 0 to rnm-line-hits
              open input login-history
              if login-history-status not = "00"
                  close login-history
                  exit paragraph
              end-if
              if not rnm-verify-only
                  open output rename-temp
              end-if
              perform until login-history-status not = "00"
                  read login-history
                      at end
                          exit perform
                      not at end
                          move login-history-line to rnm-in
                          move 'N' to rnm-rec-hit-flag
                          perform rnmMapField
                          if rnm-rec-hit
                              add 1 to rnm-line-hits
                          end-if
                          if not rnm-verify-only
                              move rnm-out to rename-temp-line
                              write rename-temp-line
                          end-if
                  end-read
              end-perform
              close login-history
              if not rnm-verify-only
                  close rename-temp
              end-if
              perform rnmSwapLog
              exit.

*> Paragraph: rnmLogJobViews
*> Purpose:   Carries the username change through job-views.log by
*>            copying it line by line to the scratch file
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmLogJobViews.
              move "job-views.log" to rnm-file-name
              move "job-views.log" to rnm-log-filename
              move 0 to rnm-line-hits
              open input job-views
              if job-views-status not = "00"
                  close job-views
                  exit paragraph
              end-if
              if not rnm-verify-only
                  open output rename-temp
              end-if
              perform until job-views-status not = "00"
                  read job-views
                      at end
                          exit perform
                      not at end
                          move job-view-line to rnm-in
                          move 'N' to rnm-rec-hit-flag
                          perform rnmMapField
                          if rnm-rec-hit
                              add 1 to rnm-line-hits
                          end-if
                          if not rnm-verify-only
                              move rnm-out to rename-temp-line
                              write rename-temp-line
                          end-if
                  end-read
              end-perform
              close job-views
              if not rnm-verify-only
                  close rename-temp
              end-if
              perform rnmSwapLog
              exit.

*> Paragraph: rnmLogProfileViews
*> Purpose:   Carries the username change through profile-views.log by
*>            copying it line by line to the scratch file
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmLogProfileViews.
              move "profile-views.log" to rnm-file-name
              move "profile-views.log" to rnm-log-filename
              move 0 to rnm-line-hits
              open input profile-views
              if profile-views-status not = "00"
                  close profile-views
                  exit paragraph
              end-if
              if not rnm-verify-only
                  open output rename-temp
              end-if
              perform until profile-views-status not = "00"
                  read profile-views
                      at end
                          exit perform
                      not at end
                          move profile-view-line to rnm-in
                          move 'N' to rnm-rec-hit-flag
                          perform rnmMapField
                          if rnm-rec-hit
                              add 1 to rnm-line-hits
                          end-if
                          if not rnm-verify-only
                              move rnm-out to rename-temp-line
                              write rename-temp-line
                          end-if
                  end-read
              end-perform
              close profile-views
              if not rnm-verify-only
                  close rename-temp
              end-if
              perform rnmSwapLog
              exit.

*> Paragraph: rnmLogEndorsements
*> Purpose:   Carries the username change through endorsements.log by
*>            copying it line by line to the scratch file
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmLogEndorsements.
              move "endorsements.log" to rnm-file-name
              move "endorsements.log" to rnm-log-filename
              move 0 to rnm-line-hits
              open input endorsements
              if endorsements-status not = "00"
                  close endorsements
                  exit paragraph
              end-if
              if not rnm-verify-only
                  open output rename-temp
              end-if
              perform until endorsements-status not = "00"
                  read endorsements
                      at end
                          exit perform
                      not at end
                          move endorsement-line to rnm-in
                          move 'N' to rnm-rec-hit-flag
                          perform rnmMapField
                          if rnm-rec-hit
                              add 1 to rnm-line-hits
                          end-if
                          if not rnm-verify-only
                              move rnm-out to rename-temp-line
                              write rename-temp-line
                          end-if
                  end-read
              end-perform
              close endorsements
              if not rnm-verify-only
                  close rename-temp
              end-if
              perform rnmSwapLog
              exit.

*> Paragraph: rnmLogAdvisingNotes
*> Purpose:   Carries the username change through advising-notes.log by
*>            copying it line by line to the scratch file
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmLogAdvisingNotes.
              move "advising-notes.log" to rnm-file-name
              move "advising-notes.log" to rnm-log-filename
              move 0 to rnm-line-hits
              open input advising-notes
              if advising-notes-status not = "00"
                  close advising-notes
                  exit paragraph
              end-if
              if not rnm-verify-only
                  open output rename-temp
              end-if
              perform until advising-notes-status not = "00"
                  read advising-notes
                      at end
                          exit perform
                      not at end
                          move advising-note-line to rnm-in
                          move 'N' to rnm-rec-hit-flag
                          perform rnmMapField
                          if rnm-rec-hit
                              add 1 to rnm-line-hits
                          end-if
                          if not rnm-verify-only
                              move rnm-out to rename-temp-line
                              write rename-temp-line
                          end-if
                  end-read
              end-perform
              close advising-notes
              if not rnm-verify-only
                  close rename-temp
              end-if
              perform rnmSwapLog
              exit.

*> Paragraph: rnmLogMentorshipMeetings
*> Purpose:   Carries the username change through mentorship-meetings.log by
*>            copying it line by line to the scratch file
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmLogMentorshipMeetings.
              move "mentorship-meetings.log" to rnm-file-name
              move "mentorship-meetings.log" to rnm-log-filename
              move 0 to rnm-line-hits
              open input mentorship-meetings
              if mnt-meetings-status not = "00"
                  close mentorship-meetings
                  exit paragraph
              end-if
              if not rnm-verify-only
                  open output rename-temp
              end-if
              perform until mnt-meetings-status not = "00"
                  read mentorship-meetings
                      at end
                          exit perform
                      not at end
                          move mnt-meeting-line to rnm-in
                          move 'N' to rnm-rec-hit-flag
                          perform rnmMapField
                          if rnm-rec-hit
                              add 1 to rnm-line-hits
                          end-if
                          if not rnm-verify-only
                              move rnm-out to rename-temp-line
                              write rename-temp-line
                          end-if
                  end-read
              end-perform
              close mentorship-meetings
              if not rnm-verify-only
                  close rename-temp
              end-if
              perform rnmSwapLog
              exit.

*> Paragraph: rnmLogAnnouncementSeen
*> Purpose:   Carries the username change through announcement-seen.log by
*>            copying it line by line to the scratch file
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmLogAnnouncementSeen.
              move "announcement-seen.log" to rnm-file-name
              move "announcement-seen.log" to rnm-log-filename
              move 0 to rnm-line-hits
              open input announcement-seen
              if ann-seen-status not = "00"
                  close announcement-seen
                  exit paragraph
              end-if
              if not rnm-verify-only
                  open output rename-temp
              end-if
              perform until ann-seen-status not = "00"
                  read announcement-seen
                      at end
                          exit perform
                      not at end
                          move ann-seen-line to rnm-in
                          move 'N' to rnm-rec-hit-flag
                          perform rnmMapField
                          if rnm-rec-hit
                              add 1 to rnm-line-hits
                          end-if
                          if not rnm-verify-only
                              move rnm-out to rename-temp-line
                              write rename-temp-line
                          end-if
                  end-read
              end-perform
              close announcement-seen
              if not rnm-verify-only
                  close rename-temp
              end-if
              perform rnmSwapLog
              exit.

*> Paragraph: rnmLogMailSpool
*> Purpose:   Carries the username change through mail-spool.dat by
*>            copying it line by line to the scratch file
*> Input:     rnm-old-name, rnm-new-name, rnm-job-table
*> Output:    rnm-file-changes
       rnmLogMailSpool.
              move "mail-spool.dat" to rnm-file-name
              move "mail-spool.dat" to rnm-log-filename
              move 0 to rnm-line-hits
              open input mail-spool
              if mail-spool-status not = "00"
                  close mail-spool
                  exit paragraph
              end-if
              if not rnm-verify-only
                  open output rename-temp
              end-if
              perform until mail-spool-status not = "00"
                  read mail-spool
                      at end
                          exit perform
                      not at end
                          move mail-spool-line to rnm-in
                          move 'N' to rnm-rec-hit-flag
                          perform rnmMapField
                          if rnm-rec-hit
                              add 1 to rnm-line-hits
                          end-if
                          if not rnm-verify-only
                              move rnm-out to rename-temp-line
                              write rename-temp-line
                          end-if
                  end-read
              end-perform
              close mail-spool
              if not rnm-verify-only
                  close rename-temp
              end-if
              perform rnmSwapLog
              exit.

*> Paragraph: rnmApplyAccount
*> Purpose:   Maps the username-bearing fields of acct-record
*> Input:     acct-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyAccount.
              move 'N' to rnm-rec-hit-flag
              move acct-username to rnm-in
              perform rnmMapField
              move rnm-out to acct-username
              exit.

*> Paragraph: rnmApplyPendingRequest
*> Purpose:   Maps the username-bearing fields of req-record
*> Input:     req-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyPendingRequest.
              move 'N' to rnm-rec-hit-flag
              move req-key to rnm-in
              perform rnmMapField
              move rnm-out to req-key
              move req-sender to rnm-in
              perform rnmMapField
              move rnm-out to req-sender
              move req-recipient to rnm-in
              perform rnmMapField
              move rnm-out to req-recipient
              exit.

*> Paragraph: rnmApplyConnection
*> Purpose:   Maps the username-bearing fields of connection-record
*> Input:     connection-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyConnection.
              move 'N' to rnm-rec-hit-flag
              move connection-key to rnm-in
              perform rnmMapField
              move rnm-out to connection-key
              move connection-user-1 to rnm-in
              perform rnmMapField
              move rnm-out to connection-user-1
              move connection-user-2 to rnm-in
              perform rnmMapField
              move rnm-out to connection-user-2
              exit.

*> Paragraph: rnmApplyRejectedConnection
*> Purpose:   Maps the username-bearing fields of rejected-record
*> Input:     rejected-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyRejectedConnection.
              move 'N' to rnm-rec-hit-flag
              move rejected-key to rnm-in
              perform rnmMapField
              move rnm-out to rejected-key
              move rejected-sender to rnm-in
              perform rnmMapField
              move rnm-out to rejected-sender
              move rejected-recipient to rnm-in
              perform rnmMapField
              move rnm-out to rejected-recipient
              exit.

*> Paragraph: rnmApplyJob
*> Purpose:   Maps the username-bearing fields of job-record
*> Input:     job-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyJob.
              move 'N' to rnm-rec-hit-flag
              move job-key to rnm-in
              perform rnmMapField
              move rnm-out to job-key
              move job-creator to rnm-in
              perform rnmMapField
              move rnm-out to job-creator
              exit.

*> Paragraph: rnmApplyApplication
*> Purpose:   Maps the username-bearing fields of application-record
*> Input:     application-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyApplication.
              move 'N' to rnm-rec-hit-flag
              move application-key to rnm-in
              perform rnmMapField
              move rnm-out to application-key
              move application-username to rnm-in
              perform rnmMapField
              move rnm-out to application-username
              move application-job-key to rnm-in
              perform rnmMapField
              move rnm-out to application-job-key
              exit.

*> Paragraph: rnmApplyMessage
*> Purpose:   Maps the username-bearing fields of message-record
*> Input:     message-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyMessage.
              move 'N' to rnm-rec-hit-flag
              move message-key to rnm-in
              perform rnmMapField
              move rnm-out to message-key
              move message-sender to rnm-in
              perform rnmMapField
              move rnm-out to message-sender
              move message-recipient to rnm-in
              perform rnmMapField
              move rnm-out to message-recipient
              *> The thread id is the two parties in sorted order, so
              *> it is rebuilt rather than mapped
              if rnm-rec-hit
                  move spaces to message-thread-id
                  if function trim(message-sender trailing) < function trim(message-recipient trailing)
                      string function trim(message-sender trailing) delimited by size
                             '|' delimited by size
                             function trim(message-recipient trailing) delimited by size
                             into message-thread-id
                      end-string
                  else
                      string function trim(message-recipient trailing) delimited by size
                             '|' delimited by size
                             function trim(message-sender trailing) delimited by size
                             into message-thread-id
                      end-string
                  end-if
              end-if
              exit.

*> Paragraph: rnmApplySkillAttempt
*> Purpose:   Maps the username-bearing fields of skill-attempt-record
*> Input:     skill-attempt-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplySkillAttempt.
              move 'N' to rnm-rec-hit-flag
              move ska-username to rnm-in
              perform rnmMapField
              move rnm-out to ska-username
              exit.

*> Paragraph: rnmApplySkillCompletion
*> Purpose:   Maps the username-bearing fields of skill-completion-record
*> Input:     skill-completion-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplySkillCompletion.
              move 'N' to rnm-rec-hit-flag
              move skc-username to rnm-in
              perform rnmMapField
              move rnm-out to skc-username
              exit.

*> Paragraph: rnmApplyJobSkill
*> Purpose:   Maps the username-bearing fields of job-skill-record
*> Input:     job-skill-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyJobSkill.
              move 'N' to rnm-rec-hit-flag
              move jsk-job-key to rnm-in
              perform rnmMapField
              move rnm-out to jsk-job-key
              exit.

*> Paragraph: rnmApplyJobStage
*> Purpose:   Maps the username-bearing fields of job-stage-record
*> Input:     job-stage-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyJobStage.
              move 'N' to rnm-rec-hit-flag
              move jst-job-key to rnm-in
              perform rnmMapField
              move rnm-out to jst-job-key
              exit.

*> Paragraph: rnmApplyStageHistory
*> Purpose:   Maps the username-bearing fields of stage-history-record
*> Input:     stage-history-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyStageHistory.
              move 'N' to rnm-rec-hit-flag
              move sth-app-key to rnm-in
              perform rnmMapField
              move rnm-out to sth-app-key
              move sth-user to rnm-in
              perform rnmMapField
              move rnm-out to sth-user
              exit.

*> Paragraph: rnmApplyEeoSelfId
*> Purpose:   Maps the username-bearing fields of eeo-selfid-record
*> Input:     eeo-selfid-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyEeoSelfId.
              move 'N' to rnm-rec-hit-flag
              move eeo-username to rnm-in
              perform rnmMapField
              move rnm-out to eeo-username
              exit.

*> Paragraph: rnmApplyCloseout
*> Purpose:   Maps the username-bearing fields of closeout-record
*> Input:     closeout-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyCloseout.
              move 'N' to rnm-rec-hit-flag
              move cno-app-key to rnm-in
              perform rnmMapField
              move rnm-out to cno-app-key
              move cno-job-key to rnm-in
              perform rnmMapField
              move rnm-out to cno-job-key
              move cno-creator to rnm-in
              perform rnmMapField
              move rnm-out to cno-creator
              move cno-applicant to rnm-in
              perform rnmMapField
              move rnm-out to cno-applicant
              exit.

*> Paragraph: rnmApplyTalentPool
*> Purpose:   Maps the username-bearing fields of talent-pool-record
*> Input:     talent-pool-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyTalentPool.
              move 'N' to rnm-rec-hit-flag
              move tpl-key to rnm-in
              perform rnmMapField
              move rnm-out to tpl-key
              move tpl-username to rnm-in
              perform rnmMapField
              move rnm-out to tpl-username
              move tpl-added-by to rnm-in
              perform rnmMapField
              move rnm-out to tpl-added-by
              exit.

*> Paragraph: rnmApplyJobInvite
*> Purpose:   Maps the username-bearing fields of invite-record
*> Input:     invite-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyJobInvite.
              move 'N' to rnm-rec-hit-flag
              move invite-key to rnm-in
              perform rnmMapField
              move rnm-out to invite-key
              move invite-student to rnm-in
              perform rnmMapField
              move rnm-out to invite-student
              move invite-job-key to rnm-in
              perform rnmMapField
              move rnm-out to invite-job-key
              move invite-sender to rnm-in
              perform rnmMapField
              move rnm-out to invite-sender
              exit.

*> Paragraph: rnmApplyJobEligibility
*> Purpose:   Maps the username-bearing fields of job-eligibility-record
*> Input:     job-eligibility-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyJobEligibility.
              move 'N' to rnm-rec-hit-flag
              move elg-job-key to rnm-in
              perform rnmMapField
              move rnm-out to elg-job-key
              exit.

*> Paragraph: rnmApplyCreditInternship
*> Purpose:   Maps the username-bearing fields of credit-internship-record
*> Input:     credit-internship-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyCreditInternship.
              move 'N' to rnm-rec-hit-flag
              move cri-key to rnm-in
              perform rnmMapField
              move rnm-out to cri-key
              move cri-student to rnm-in
              perform rnmMapField
              move rnm-out to cri-student
              move cri-job-key to rnm-in
              perform rnmMapField
              move rnm-out to cri-job-key
              move cri-supervisor to rnm-in
              perform rnmMapField
              move rnm-out to cri-supervisor
              move cri-faculty to rnm-in
              perform rnmMapField
              move rnm-out to cri-faculty
              move cri-mid-by to rnm-in
              perform rnmMapField
              move rnm-out to cri-mid-by
              move cri-final-by to rnm-in
              perform rnmMapField
              move rnm-out to cri-final-by
              exit.

*> Paragraph: rnmApplyBillingEvent
*> Purpose:   Maps the username-bearing fields of billing-event-record
*> Input:     billing-event-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyBillingEvent.
              move 'N' to rnm-rec-hit-flag
              move bev-job-key to rnm-in
              perform rnmMapField
              move rnm-out to bev-job-key
              move bev-actor to rnm-in
              perform rnmMapField
              move rnm-out to bev-actor
              exit.

*> Paragraph: rnmApplyCareerFair
*> Purpose:   Maps the username-bearing fields of career-fair-record
*> Input:     career-fair-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyCareerFair.
              move 'N' to rnm-rec-hit-flag
              move cfr-event-key to rnm-in
              perform rnmMapField
              move rnm-out to cfr-event-key
              exit.

*> Paragraph: rnmApplyFairBooth
*> Purpose:   Maps the username-bearing fields of fair-booth-record
*> Input:     fair-booth-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyFairBooth.
              move 'N' to rnm-rec-hit-flag
              move fbt-event-key to rnm-in
              perform rnmMapField
              move rnm-out to fbt-event-key
              move fbt-posting-key(1) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-posting-key(1)
              move fbt-posting-key(2) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-posting-key(2)
              move fbt-posting-key(3) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-posting-key(3)
              move fbt-posting-key(4) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-posting-key(4)
              move fbt-posting-key(5) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-posting-key(5)
              move fbt-recruiter(1) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-recruiter(1)
              move fbt-recruiter(2) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-recruiter(2)
              move fbt-recruiter(3) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-recruiter(3)
              move fbt-recruiter(4) to rnm-in
              perform rnmMapField
              move rnm-out to fbt-recruiter(4)
              move fbt-registered-by to rnm-in
              perform rnmMapField
              move rnm-out to fbt-registered-by
              exit.

*> Paragraph: rnmApplyRiskScore
*> Purpose:   Maps the username-bearing fields of risk-score-record
*> Input:     risk-score-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyRiskScore.
              move 'N' to rnm-rec-hit-flag
              move rsc-job-key to rnm-in
              perform rnmMapField
              move rnm-out to rsc-job-key
              move rsc-decided-by to rnm-in
              perform rnmMapField
              move rnm-out to rsc-decided-by
              exit.

*> Paragraph: rnmApplyModeration
*> Purpose:   Maps the username-bearing fields of moderation-record
*> Input:     moderation-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyModeration.
              move 'N' to rnm-rec-hit-flag
              move mod-reporter to rnm-in
              perform rnmMapField
              move rnm-out to mod-reporter
              move mod-target-key to rnm-in
              perform rnmMapField
              move rnm-out to mod-target-key
              exit.

*> Paragraph: rnmApplyQuarantine
*> Purpose:   Maps the username-bearing fields of quarantine-record
*> Input:     quarantine-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyQuarantine.
              move 'N' to rnm-rec-hit-flag
              move qmsg-sender to rnm-in
              perform rnmMapField
              move rnm-out to qmsg-sender
              move qmsg-recipient to rnm-in
              perform rnmMapField
              move rnm-out to qmsg-recipient
              exit.

*> Paragraph: rnmApplyBlock
*> Purpose:   Maps the username-bearing fields of block-record
*> Input:     block-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyBlock.
              move 'N' to rnm-rec-hit-flag
              move block-key to rnm-in
              perform rnmMapField
              move rnm-out to block-key
              move block-blocker to rnm-in
              perform rnmMapField
              move rnm-out to block-blocker
              move block-blocked to rnm-in
              perform rnmMapField
              move rnm-out to block-blocked
              exit.

*> Paragraph: rnmApplyOffer
*> Purpose:   Maps the username-bearing fields of offer-record
*> Input:     offer-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyOffer.
              move 'N' to rnm-rec-hit-flag
              move offer-key to rnm-in
              perform rnmMapField
              move rnm-out to offer-key
              move offer-username to rnm-in
              perform rnmMapField
              move rnm-out to offer-username
              move offer-job-key to rnm-in
              perform rnmMapField
              move rnm-out to offer-job-key
              move offer-employer to rnm-in
              perform rnmMapField
              move rnm-out to offer-employer
              move offer-renege-of-key to rnm-in
              perform rnmMapField
              move rnm-out to offer-renege-of-key
              move offer-renege-of-employer to rnm-in
              perform rnmMapField
              move rnm-out to offer-renege-of-employer
              exit.

*> Paragraph: rnmApplySavedSearch
*> Purpose:   Maps the username-bearing fields of search-record
*> Input:     search-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplySavedSearch.
              move 'N' to rnm-rec-hit-flag
              move search-key to rnm-in
              perform rnmMapField
              move rnm-out to search-key
              move search-username to rnm-in
              perform rnmMapField
              move rnm-out to search-username
              exit.

*> Paragraph: rnmApplySavedJob
*> Purpose:   Maps the username-bearing fields of saved-job-record
*> Input:     saved-job-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplySavedJob.
              move 'N' to rnm-rec-hit-flag
              move saved-job-key to rnm-in
              perform rnmMapField
              move rnm-out to saved-job-key
              move saved-job-username to rnm-in
              perform rnmMapField
              move rnm-out to saved-job-username
              move saved-job-job-key to rnm-in
              perform rnmMapField
              move rnm-out to saved-job-job-key
              exit.

*> Paragraph: rnmApplyEvent
*> Purpose:   Maps the username-bearing fields of event-record
*> Input:     event-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyEvent.
              move 'N' to rnm-rec-hit-flag
              move event-key to rnm-in
              perform rnmMapField
              move rnm-out to event-key
              move event-host to rnm-in
              perform rnmMapField
              move rnm-out to event-host
              exit.

*> Paragraph: rnmApplyEventRsvp
*> Purpose:   Maps the username-bearing fields of rsvp-record
*> Input:     rsvp-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyEventRsvp.
              move 'N' to rnm-rec-hit-flag
              move rsvp-key to rnm-in
              perform rnmMapField
              move rnm-out to rsvp-key
              move rsvp-username to rnm-in
              perform rnmMapField
              move rnm-out to rsvp-username
              move rsvp-event-key to rnm-in
              perform rnmMapField
              move rnm-out to rsvp-event-key
              exit.

*> Paragraph: rnmApplyCompanyMember
*> Purpose:   Maps the username-bearing fields of member-record
*> Input:     member-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyCompanyMember.
              move 'N' to rnm-rec-hit-flag
              move member-key to rnm-in
              perform rnmMapField
              move rnm-out to member-key
              move member-username to rnm-in
              perform rnmMapField
              move rnm-out to member-username
              exit.

*> Paragraph: rnmApplyInterview
*> Purpose:   Maps the username-bearing fields of interview-record
*> Input:     interview-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyInterview.
              move 'N' to rnm-rec-hit-flag
              move interview-key to rnm-in
              perform rnmMapField
              move rnm-out to interview-key
              move interview-applicant to rnm-in
              perform rnmMapField
              move rnm-out to interview-applicant
              move interview-fb-by to rnm-in
              perform rnmMapField
              move rnm-out to interview-fb-by
              exit.

*> Paragraph: rnmApplyNotifyPref
*> Purpose:   Maps the username-bearing fields of pref-record
*> Input:     pref-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyNotifyPref.
              move 'N' to rnm-rec-hit-flag
              move pref-key to rnm-in
              perform rnmMapField
              move rnm-out to pref-key
              move pref-username to rnm-in
              perform rnmMapField
              move rnm-out to pref-username
              exit.

*> Paragraph: rnmApplyRefLetter
*> Purpose:   Maps the username-bearing fields of refletter-record
*> Input:     refletter-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyRefLetter.
              move 'N' to rnm-rec-hit-flag
              move refltr-key to rnm-in
              perform rnmMapField
              move rnm-out to refltr-key
              move refltr-student to rnm-in
              perform rnmMapField
              move rnm-out to refltr-student
              exit.

*> Paragraph: rnmApplyCertificate
*> Purpose:   Maps the username-bearing fields of certificate-record
*> Input:     certificate-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyCertificate.
              move 'N' to rnm-rec-hit-flag
              move cert-username to rnm-in
              perform rnmMapField
              move rnm-out to cert-username
              exit.

*> Paragraph: rnmApplyReferral
*> Purpose:   Maps the username-bearing fields of referral-record
*> Input:     referral-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyReferral.
              move 'N' to rnm-rec-hit-flag
              move referral-key to rnm-in
              perform rnmMapField
              move rnm-out to referral-key
              move referral-referrer to rnm-in
              perform rnmMapField
              move rnm-out to referral-referrer
              move referral-referee to rnm-in
              perform rnmMapField
              move rnm-out to referral-referee
              move referral-job-key to rnm-in
              perform rnmMapField
              move rnm-out to referral-job-key
              exit.

*> Paragraph: rnmApplyCaseload
*> Purpose:   Maps the username-bearing fields of caseload-record
*> Input:     caseload-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyCaseload.
              move 'N' to rnm-rec-hit-flag
              move caseload-key to rnm-in
              perform rnmMapField
              move rnm-out to caseload-key
              move caseload-advisor to rnm-in
              perform rnmMapField
              move rnm-out to caseload-advisor
              move caseload-student to rnm-in
              perform rnmMapField
              move rnm-out to caseload-student
              exit.

*> Paragraph: rnmApplySurvey
*> Purpose:   Maps the username-bearing fields of survey-record
*> Input:     survey-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplySurvey.
              move 'N' to rnm-rec-hit-flag
              move survey-username to rnm-in
              perform rnmMapField
              move rnm-out to survey-username
              exit.

*> Paragraph: rnmApplyMentorship
*> Purpose:   Maps the username-bearing fields of mentorship-record
*> Input:     mentorship-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyMentorship.
              move 'N' to rnm-rec-hit-flag
              move mentor-key to rnm-in
              perform rnmMapField
              move rnm-out to mentor-key
              move mentor-student to rnm-in
              perform rnmMapField
              move rnm-out to mentor-student
              move mentor-mentor to rnm-in
              perform rnmMapField
              move rnm-out to mentor-mentor
              exit.

*> Paragraph: rnmApplyApproval
*> Purpose:   Maps the username-bearing fields of approval-record
*> Input:     approval-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyApproval.
              move 'N' to rnm-rec-hit-flag
              *> A username change request itself names both the old
              *> and the new name - it stays as approved
              if appr-rename-acct
                  exit paragraph
              end-if
              move appr-target to rnm-in
              perform rnmMapField
              move rnm-out to appr-target
              exit.

*> Paragraph: rnmApplySupportSession
*> Purpose:   Maps the username-bearing fields of support-session-record
*> Input:     support-session-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplySupportSession.
              move 'N' to rnm-rec-hit-flag
              move sps-username to rnm-in
              perform rnmMapField
              move rnm-out to sps-username
              exit.

*> Paragraph: rnmApplyCompanyReview
*> Purpose:   Maps the username-bearing fields of company-review-record
*> Input:     company-review-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyCompanyReview.
              move 'N' to rnm-rec-hit-flag
              move crv-username to rnm-in
              perform rnmMapField
              move rnm-out to crv-username
              move crv-response-by to rnm-in
              perform rnmMapField
              move rnm-out to crv-response-by
              exit.

*> Paragraph: rnmApplyIntroduction
*> Purpose:   Maps the username-bearing fields of introduction-record
*> Input:     introduction-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyIntroduction.
              move 'N' to rnm-rec-hit-flag
              move intro-key to rnm-in
              perform rnmMapField
              move rnm-out to intro-key
              move intro-requester to rnm-in
              perform rnmMapField
              move rnm-out to intro-requester
              move intro-target to rnm-in
              perform rnmMapField
              move rnm-out to intro-target
              move intro-introducer to rnm-in
              perform rnmMapField
              move rnm-out to intro-introducer
              exit.

*> Paragraph: rnmApplyOrganization
*> Purpose:   Maps the username-bearing fields of organization-record
*> Input:     organization-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyOrganization.
              move 'N' to rnm-rec-hit-flag
              move org-founded-by to rnm-in
              perform rnmMapField
              move rnm-out to org-founded-by
              exit.

*> Paragraph: rnmApplyOrgMember
*> Purpose:   Maps the username-bearing fields of org-member-record
*> Input:     org-member-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyOrgMember.
              move 'N' to rnm-rec-hit-flag
              move orm-username to rnm-in
              perform rnmMapField
              move rnm-out to orm-username
              move orm-approved-by to rnm-in
              perform rnmMapField
              move rnm-out to orm-approved-by
              exit.

*> Paragraph: rnmApplyOrgPost
*> Purpose:   Maps the username-bearing fields of org-post-record
*> Input:     org-post-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyOrgPost.
              move 'N' to rnm-rec-hit-flag
              move orp-author to rnm-in
              perform rnmMapField
              move rnm-out to orp-author
              exit.

*> Paragraph: rnmApplyTimesheet
*> Purpose:   Maps the username-bearing fields of timesheet-record
*> Input:     timesheet-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyTimesheet.
              move 'N' to rnm-rec-hit-flag
              move tms-key to rnm-in
              perform rnmMapField
              move rnm-out to tms-key
              move tms-student to rnm-in
              perform rnmMapField
              move rnm-out to tms-student
              move tms-job-key to rnm-in
              perform rnmMapField
              move rnm-out to tms-job-key
              move tms-supervisor to rnm-in
              perform rnmMapField
              move rnm-out to tms-supervisor
              move tms-decided-by to rnm-in
              perform rnmMapField
              move rnm-out to tms-decided-by
              exit.

*> Paragraph: rnmApplyEmployerContact
*> Purpose:   Maps the username-bearing fields of
*>            employer-contact-record - the advisor who logged it and
*>            whoever closed its follow-up
*> Input:     employer-contact-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyEmployerContact.
              move 'N' to rnm-rec-hit-flag
              if ecl-by-advisor
                  move ecl-staff to rnm-in
                  perform rnmMapField
                  move rnm-out to ecl-staff
              end-if
              move ecl-done-by to rnm-in
              perform rnmMapField
              move rnm-out to ecl-done-by
              exit.

*> Paragraph: rnmApplyAppointment
*> Purpose:   Maps the username-bearing fields of appointment-record
*> Input:     appointment-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyAppointment.
              move 'N' to rnm-rec-hit-flag
              move apt-advisor to rnm-in
              perform rnmMapField
              move rnm-out to apt-advisor
              move apt-student to rnm-in
              perform rnmMapField
              move rnm-out to apt-student
              exit.

*> Paragraph: rnmApplyTranscript
*> Purpose:   Maps the username-bearing fields of transcript-record
*> Input:     transcript-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyTranscript.
              move 'N' to rnm-rec-hit-flag
              move trn-username to rnm-in
              perform rnmMapField
              move rnm-out to trn-username
              exit.

*> Paragraph: rnmApplyScheduled
*> Purpose:   Maps the username-bearing fields of scheduled-record
*> Input:     scheduled-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyScheduled.
              move 'N' to rnm-rec-hit-flag
              move sch-sender to rnm-in
              perform rnmMapField
              move rnm-out to sch-sender
              move sch-recipient to rnm-in
              perform rnmMapField
              move rnm-out to sch-recipient
              exit.

*> Paragraph: rnmApplyDistribution
*> Purpose:   Maps the account recipient of distribution-record
*>            (operator ids and outside addresses are not usernames)
*> Input:     distribution-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyDistribution.
              move 'N' to rnm-rec-hit-flag
              if dst-to-user
                  move dst-recipient to rnm-in
                  perform rnmMapField
                  move rnm-out to dst-recipient
              end-if
              exit.

*> Paragraph: rnmApplyLegalHold
*> Purpose:   Maps the subject of a USER hold, and of a JOB hold on a
*>            posting whose key carries the username (a COMPANY
*>            subject is an employer name, never a username)
*> Input:     legal-hold-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyLegalHold.
              move 'N' to rnm-rec-hit-flag
              if lgh-type = "USER" or lgh-type = "JOB"
                  move lgh-subject to rnm-in
                  perform rnmMapField
                  move rnm-out to lgh-subject
              end-if
              exit.

*> Paragraph: rnmApplyAtsSent
*> Purpose:   Maps the "user|job-key" key of ats-sent-record so the
*>            sent application is still matched after the change
*> Input:     ats-sent-record
*> Output:    rnm-rec-hit set when anything changed
       rnmApplyAtsSent.
              move 'N' to rnm-rec-hit-flag
              move ats-app-key to rnm-in
              perform rnmMapField
              move rnm-out to ats-app-key
              exit.

*> Paragraph: checkNightlyJobsRan
*> Purpose:   Warns at operator sign-in when any job in the nightly
*>            chain has no ledger entry dated within the past day
*> Input:     None
*> Output:    None
       checkNightlyJobsRan.
              move function current-date(1:8) to date-ymd-work
              compute date-int-work = function integer-of-date(date-ymd-work) - 1
              compute date-ymd-work = function date-of-integer(date-int-work)
              move date-ymd-work to bjl-cutoff
              move 0 to bjl-missing-count

              perform varying bjl-nightly-idx from 1 by 1
                  until bjl-nightly-idx > 6
                  move 'N' to bjl-found-flag
                  open input batch-run-ledger
                  if batch-ledger-status = "00"
                      perform until batch-ledger-status not = "00"
                          read batch-run-ledger
                              at end
                                  exit perform
                              not at end
                                  unstring batch-ledger-line delimited by "|"
                                      into bjl-split-job
                                           bjl-split-start
                                           bjl-split-end
                                           bjl-split-rc
                                           bjl-split-records
                                  end-unstring
                                  if function trim(bjl-split-job trailing) =
                                     function trim(bjl-nightly-entry(bjl-nightly-idx) trailing)
                                  and bjl-split-start(1:8) not < bjl-cutoff
                                      move 'Y' to bjl-found-flag
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close batch-run-ledger
                  if bjl-found-flag not = 'Y'
                      add 1 to bjl-missing-count
                      move spaces to output-buffer
                      string "WARNING: nightly job " delimited by size
                             function trim(bjl-nightly-entry(bjl-nightly-idx) trailing) delimited by size
                             " has no run-ledger entry for the past day." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
              end-perform
              exit.

*> Paragraph: batchRunLedgerScreen
*> Purpose:   Shows the operator the most recent run of every job
*>            named in the ledger
*> Input:     None
*> Output:    None
       batchRunLedgerScreen.
              move "--- Batch Run Ledger (last run per job) ---" to output-buffer
              perform outputLine
              move 0 to bjl-job-count
              open input batch-run-ledger
              if batch-ledger-status = "00"
                  perform until batch-ledger-status not = "00"
                      read batch-run-ledger
                          at end
                              exit perform
                          not at end
                              unstring batch-ledger-line delimited by "|"
                                  into bjl-split-job
                                       bjl-split-start
                                       bjl-split-end
                                       bjl-split-rc
                                       bjl-split-records
                              end-unstring
                              move 0 to bjl-slot
                              perform varying bjl-idx from 1 by 1
                                  until bjl-idx > bjl-job-count
                                  if function trim(bjl-job-name-entry(bjl-idx) trailing) =
                                     function trim(bjl-split-job trailing)
                                      move bjl-idx to bjl-slot
                                  end-if
                              end-perform
                              if bjl-slot = 0 and bjl-job-count < 20
                                  add 1 to bjl-job-count
                                  move bjl-job-count to bjl-slot
                                  move bjl-split-job to bjl-job-name-entry(bjl-slot)
                              end-if
                              if bjl-slot > 0
                                  move batch-ledger-line to bjl-job-line-entry(bjl-slot)
                              end-if
                      end-read
                  end-perform
              end-if
              close batch-run-ledger

              if bjl-job-count = 0
                  move "No batch executions are on the ledger yet." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform varying bjl-idx from 1 by 1 until bjl-idx > bjl-job-count
                  unstring bjl-job-line-entry(bjl-idx) delimited by "|"
                      into bjl-split-job
                           bjl-split-start
                           bjl-split-end
                           bjl-split-rc
                           bjl-split-records
                  end-unstring
                  move spaces to output-buffer
                  string "- " delimited by size
                         function trim(bjl-split-job trailing) delimited by size
                         ": last run " delimited by size
                         bjl-split-start(1:8) delimited by size
                         " " delimited by size
                         bjl-split-start(9:6) delimited by size
                         ", rc " delimited by size
                         function trim(bjl-split-rc trailing) delimited by size
                         ", " delimited by size
                         function trim(bjl-split-records trailing) delimited by size
                         " record(s)" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              exit.

*>*******************************************************************
*> Admin Menu - account count, lookup any username, raise the cap
*>*******************************************************************
       adminMenu.
              perform until not valid-read
                  move "--- Admin Menu ---" to output-buffer
                  perform outputLine
                  move "[1] View Account Count" to output-buffer
                  perform outputLine
                  move "[2] Search Any Username" to output-buffer
                  perform outputLine
                  move "[3] Raise Account Cap" to output-buffer
                  perform outputLine
                  move "[4] Activity Digest Report" to output-buffer
                  perform outputLine
                  move "[5] Export Jobs/Applications to CSV" to output-buffer
                  perform outputLine
                  move "[6] Browse Audit Trail" to output-buffer
                  perform outputLine
                  move "[7] Run Cross-File Reconciliation" to output-buffer
                  perform outputLine
                  move "[8] Archive Closed/Expired Jobs" to output-buffer
                  perform outputLine
                  move "[9] Browse/Restore Job Archive" to output-buffer
                  perform outputLine
                  move "[e] Create an Event / Attendee Lists" to output-buffer
                  perform outputLine
                  move "[i] Inactive Accounts Report" to output-buffer
                  perform outputLine
                  move "[p] Placement and Outcomes Report" to output-buffer
                  perform outputLine
                  move "[y] First-Destination Surveys" to output-buffer
                  perform outputLine
                  move "[b] Backup All Data Files" to output-buffer
                  perform outputLine
                  move "[r] Restore From Backup" to output-buffer
                  perform outputLine
                  move "[t] Change Account Role" to output-buffer
                  perform outputLine
                  move "[n] Manage Announcements" to output-buffer
                  perform outputLine
                  move "[u] Unlock a Locked Account" to output-buffer
                  perform outputLine
                  move "[s] Data Scrub Report" to output-buffer
                  perform outputLine
                  move "[j] Import Job Feed" to output-buffer
                  perform outputLine
                  move "[v] Import Enrollment Verification Feed" to output-buffer
                  perform outputLine
                  move "[x] Rebuild Search Index" to output-buffer
                  perform outputLine
                  move "[m] Moderation Queue" to output-buffer
                  perform outputLine
                  move "[c] Company Verification Queue" to output-buffer
                  perform outputLine
                  move "[d] Duplicate Accounts Report" to output-buffer
                  perform outputLine
                  move "[o] Outbound Mail Spool" to output-buffer
                  perform outputLine
                  move "[w] Account Waitlist" to output-buffer
                  perform outputLine
                  move "[a] Posting Aging / Time-to-Fill Report" to output-buffer
                  perform outputLine
                  move "[l] Salary Insights Report" to output-buffer
                  perform outputLine
                  move "[k] Application Channel Report" to output-buffer
                  perform outputLine
                  move "[0] Employer Responsiveness Report" to output-buffer
                  perform outputLine
                  move "[g] Batch Run Ledger / Business Date" to output-buffer
                  perform outputLine
                  move "[h] Retention Policies / Archives" to output-buffer
                  perform outputLine
                  move "[f] Pending Approvals (two-person rule)" to output-buffer
                  perform outputLine
                  move "[z] More Operator Functions" to output-buffer
                  perform outputLine
                  move "[q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice
                  if menu-choice not = 'q' and valid-read
                      move menu-choice to opr-check-code
                      perform checkOperatorPrivilege
                      if not opr-permitted
                          exit perform cycle
                      end-if
                  end-if

                  evaluate true
                      when menu-choice = '1'
                          perform findNumAccounts
                          move spaces to output-buffer
                          string "Accounts in use: " delimited by size
                                 function trim(num-accounts leading) delimited by size
                                 " / " delimited by size
                                 function trim(max-accounts leading) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      when menu-choice = '2'
                          move "Username to look up:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to buffer-acct-username
                          perform findAcct
                          perform campusStaffAcctGate
                          if acct-found
                              move buffer-acct-username to support-target-user
                              move current-user to temp-current-user
                              move buffer-acct-username to current-user
                              perform view-profile
                              move temp-current-user to current-user
                              move "[s] Open a read-only support view as this member, [n] change this member's username, anything else to go back:" to output-buffer
                              perform outputLine
                              move "> " to input-prompt
                              perform readInputLine
                              if input-buffer(1:1) = 's' or input-buffer(1:1) = 'S'
                                  move "2s" to opr-check-code
                                  perform checkOperatorPrivilege
                                  if opr-permitted
                                      perform supportViewSession
                                  end-if
                              end-if
                              if input-buffer(1:1) = 'n' or input-buffer(1:1) = 'N'
                                  move "2n" to opr-check-code
                                  perform checkOperatorPrivilege
                                  if opr-permitted
                                      perform requestUsernameRename
                                  end-if
                              end-if
                          else
                              move "User not found." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = '3'
                          move "New account cap:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to admin-new-cap
                          if admin-new-cap is numeric and admin-new-cap not = 0
                              move admin-new-cap to max-accounts
                              move "Account cap updated." to output-buffer
                              perform outputLine
                          else
                              move "Invalid account cap." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = '4'
                          perform activityDigestReport
                      when menu-choice = '5'
                          perform exportJobsCSV
                      when menu-choice = '6'
                          perform browseAuditTrail
                      when menu-choice = '7'
                          perform runReconciliation
                      when menu-choice = '8'
                          perform archiveExpiredJobs
                      when menu-choice = '9'
                          perform browseJobArchive
                      when menu-choice = 'e'
                          perform eventsMenu
                      when menu-choice = 'i'
                          perform inactiveAccountsReport
                      when menu-choice = 'p'
                          perform placementOutcomesReport
                      when menu-choice = 'y'
                          perform surveyMenu
                      when menu-choice = 'b'
                          perform backupAllFiles
                      when menu-choice = 'r'
                          perform restoreFromBackup
                      when menu-choice = 't'
                          move "Username whose role should change:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to buffer-acct-username
                          perform findAcct
                          perform campusStaffAcctGate
                          if acct-found
                              move "New role - [1] Student  [2] Employer  [3] Alumni  [4] Advisor:" to output-buffer
                              perform outputLine
                              move "> " to input-prompt
                              perform readInputLine
                              evaluate function trim(input-buffer trailing)
                                  when "1"
                                      move "STUDENT" to acct-type
                                  when "2"
                                      move "EMPLOYER" to acct-type
                                  when "3"
                                      move "ALUMNI" to acct-type
                                  when "4"
                                      move "ADVISOR" to acct-type
                                  when other
                                      move "Role unchanged." to output-buffer
                                      perform outputLine
                                      exit perform cycle
                              end-evaluate
                              move current-user to temp-current-user
                              move buffer-acct-username to current-user
                              perform updateAcct
                              move temp-current-user to current-user
                              move "Account role updated (takes effect at next sign-in)." to output-buffer
                              perform outputLine
                          else
                              move "User not found." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'n'
                          perform manageAnnouncements
                      when menu-choice = 's'
                          perform scrubDataReport
                      when menu-choice = 'j'
                          perform importJobFeed
                      when menu-choice = 'v'
                          perform importEnrollmentFeed
                      when menu-choice = 'x'
                          perform rebuildSearchIndex
                      when menu-choice = 'm'
                          perform reviewModerationQueue
                      when menu-choice = 'c'
                          perform reviewCompanyQueue
                      when menu-choice = 'd'
                          perform duplicateAccountsReport
                      when menu-choice = 'o'
                          perform viewMailSpool
                      when menu-choice = 'w'
                          perform reviewWaitlist
                      when menu-choice = 'a'
                          perform postingAgingReport
                      when menu-choice = 'l'
                          perform salaryInsightsReport
                      when menu-choice = 'k'
                          perform applicationChannelReport
                      when menu-choice = '0'
                          perform employerResponsivenessReport
                      when menu-choice = 'g'
                          perform batchRunLedgerScreen
                          perform ckpShowOpen
                          move "[d] Business date and institutional calendar  [c] Nightly job chain, or Enter to return:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          evaluate true
                              when input-buffer(1:1) = 'd' or input-buffer(1:1) = 'D'
                                  perform businessDateScreen
                              when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                                  perform jobChainScreen
                          end-evaluate
                      when menu-choice = 'h'
                          perform manageRetentionPolicies
                      when menu-choice = 'f'
                          perform reviewPendingApprovals
                      when menu-choice = 'z'
                          perform adminMoreMenu
                      when menu-choice = 'u'
                          move "Username to unlock:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to buffer-acct-username
                          perform findAcct
                          perform campusStaffAcctGate
                          if acct-found
                              move 'N' to acct-locked
                              move 0 to acct-failed-attempts
                              move operator-id to persist-audit-actor
                              perform persistLoginState
                              move "Account unlocked and failure counter reset." to output-buffer
                              perform outputLine
                          else
                              move "User not found." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*>*******************************************************************
*> More Operator Functions - the second page of the admin menu, for
*> reference-data maintenance and the functions that no longer fit
*> on the first page
*>*******************************************************************
       adminMoreMenu.
              perform until not valid-read
                  move "--- More Operator Functions ---" to output-buffer
                  perform outputLine
                  move "[1] Skills Catalog" to output-buffer
                  perform outputLine
                  move "[2] Adverse-Impact (EEO) Report" to output-buffer
                  perform outputLine
                  move "[3] Location Reference" to output-buffer
                  perform outputLine
                  move "[4] Posting Prices and Billing Tiers" to output-buffer
                  perform outputLine
                  move "[5] Message Content Filter" to output-buffer
                  perform outputLine
                  move "[6] Held Postings (scam-risk review)" to output-buffer
                  perform outputLine
                  move "[7] Operator Accounts and Privileges" to output-buffer
                  perform outputLine
                  move "[8] Operator Privilege Report" to output-buffer
                  perform outputLine
                  move "[9] Change My Operator Password" to output-buffer
                  perform outputLine
                  move "[a] Offer Renege Report" to output-buffer
                  perform outputLine
                  move "[b] Student Organization Report" to output-buffer
                  perform outputLine
                  move "[c] Employer Relationship Log" to output-buffer
                  perform outputLine
                  move "[d] Advisor Utilization Report" to output-buffer
                  perform outputLine
                  move "[e] Campuses and Staff Campus Assignments" to output-buffer
                  perform outputLine
                  move "[f] Issued Co-Curricular Transcripts" to output-buffer
                  perform outputLine
                  move "[q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice
                  *> Every operator may change their own password
                  if menu-choice not = 'q' and menu-choice not = '9'
                  and valid-read
                      move spaces to opr-check-code
                      string "z" delimited by size
                             menu-choice delimited by size
                             into opr-check-code
                      end-string
                      perform checkOperatorPrivilege
                      if not opr-permitted
                          exit perform cycle
                      end-if
                  end-if

                  evaluate true
                      when menu-choice = '1'
                          perform manageSkillsCatalog
                      when menu-choice = '2'
                          perform adverseImpactReport
                      when menu-choice = '3'
                          perform manageLocationReference
                      when menu-choice = '4'
                          perform manageBillingPrices
                      when menu-choice = '5'
                          perform manageMessageFilters
                      when menu-choice = '6'
                          perform reviewHeldPostings
                      when menu-choice = '7'
                          perform manageOperators
                      when menu-choice = '8'
                          perform operatorPrivilegeReport
                      when menu-choice = '9'
                          perform changeOperatorPassword
                      when menu-choice = 'a'
                          perform offerRenegeReport
                      when menu-choice = 'b'
                          perform orgActivityReport
                      when menu-choice = 'c'
                          move operator-id to ecl-staff-id
                          move "OPERATOR" to ecl-staff-kind
                          perform employerRelationsLog
                      when menu-choice = 'd'
                          perform advisorUtilizationReport
                      when menu-choice = 'e'
                          perform manageCampuses
                      when menu-choice = 'f'
                          perform issuedTranscriptsReport
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*>*******************************************************************
*> Activity digest report: counts every account, job posting,
*> application, connection and message on file, split into
*> all-time totals and records created today
*>*******************************************************************
       activityDigestReport.
              perform campusPickReportScope
              move bdt-business-date to digest-today
              move 0 to digest-acct-total digest-acct-today
              move 0 to digest-job-total digest-job-today
              move 0 to digest-app-total digest-app-today
              move 0 to digest-conn-total digest-conn-today
              move 0 to digest-msg-total digest-msg-today

              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              move acct-campus to cmp-check-campus
                              perform campusReportInScope
                              if cmp-in-report
                                  add 1 to digest-acct-total
                                  if acct-created-date = digest-today
                                      add 1 to digest-acct-today
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database

              open input job-database
              if job-database-status = "00"
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              move job-campus to cmp-check-campus
                              perform campusReportInScope
                              if cmp-in-report
                                  add 1 to digest-job-total
                                  if job-created-date = digest-today
                                      add 1 to digest-job-today
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database

              open input application-database
              if application-database-status = "00"
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              move application-username to cmp-check-user
                              perform campusUserInReport
                              if cmp-in-report
                                  add 1 to digest-app-total
                                  if application-created-date = digest-today
                                      add 1 to digest-app-today
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database

              open input connection-database
              if connection-database-status = "00"
                  perform until connection-database-status(1:1) not = "0"
                      read connection-database next record
                          at end
                              exit perform
                          not at end
                              move connection-user-1 to cmp-check-user
                              perform campusUserInReport
                              if not cmp-in-report
                                  move connection-user-2 to cmp-check-user
                                  perform campusUserInReport
                              end-if
                              if cmp-in-report
                                  add 1 to digest-conn-total
                                  if connection-created-date = digest-today
                                      add 1 to digest-conn-today
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close connection-database

              open input message-database
              if message-database-status = "00"
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              move message-sender to cmp-check-user
                              perform campusUserInReport
                              if cmp-in-report
                                  add 1 to digest-msg-total
                                  if message-sent-date = digest-today
                                      add 1 to digest-msg-today
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close message-database

              move "ACTIVITY DIGEST" to rpt-name
              perform reportInit
              move spaces to output-buffer
              string "New accounts today: " delimited by size
                     function trim(digest-acct-today leading) delimited by size
                     "  (total accounts: " delimited by size
                     function trim(digest-acct-total leading) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform reportLine
              move spaces to output-buffer
              string "Jobs posted today: " delimited by size
                     function trim(digest-job-today leading) delimited by size
                     "  (total jobs: " delimited by size
                     function trim(digest-job-total leading) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform reportLine
              move spaces to output-buffer
              string "Applications submitted today: " delimited by size
                     function trim(digest-app-today leading) delimited by size
                     "  (total applications: " delimited by size
                     function trim(digest-app-total leading) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform reportLine
              move spaces to output-buffer
              string "Connections formed today: " delimited by size
                     function trim(digest-conn-today leading) delimited by size
                     "  (total connections: " delimited by size
                     function trim(digest-conn-total leading) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform reportLine
              move spaces to output-buffer
              string "Messages sent today: " delimited by size
                     function trim(digest-msg-today leading) delimited by size
                     "  (total messages: " delimited by size
                     function trim(digest-msg-total leading) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform reportLine
              perform reportEnd
              exit.

*>*******************************************************************
*> Paragraph: csvQuoteField
*> Purpose:   Wraps csv-field-in in double quotes for a CSV row, doubling
*>            any embedded double quote first, so free-text fields that
*>            contain a comma (e.g. a "Boston, MA" location) don't split
*>            into extra columns when the file is opened in a spreadsheet
*> Input:     csv-field-in
*> Output:    csv-field-out
*>*******************************************************************
       csvQuoteField.
              move function length(function trim(csv-field-in trailing)) to csv-quote-len
              move spaces to csv-field-out
              move 1 to csv-out-pos
              move '"' to csv-field-out(csv-out-pos:1)
              add 1 to csv-out-pos
              move 1 to csv-quote-idx
              perform csvQuoteFieldChar until csv-quote-idx > csv-quote-len
              move '"' to csv-field-out(csv-out-pos:1)
              exit.

*> Paragraph: csvQuoteFieldChar
*> Purpose:   Copies one character of csv-field-in into csv-field-out,
*>            doubling it first if it is itself a double quote, so an
*>            embedded quote survives as a valid escaped quote inside
*>            the field's own quoted value
       csvQuoteFieldChar.
              move csv-field-in(csv-quote-idx:1) to csv-quote-char
              move csv-quote-char to csv-field-out(csv-out-pos:1)
              add 1 to csv-out-pos
              if csv-quote-char = '"'
                  move '"' to csv-field-out(csv-out-pos:1)
                  add 1 to csv-out-pos
              end-if
              add 1 to csv-quote-idx
              exit.

*>*******************************************************************
*> Export job postings and their applicant counts to jobs-export.csv
*> for career services, reading job-database and application-database
*> sequentially
*>*******************************************************************
       exportJobsCSV.
              move 0 to csv-job-count
              open output jobs-export
              if jobs-export-status = "00"
                  move "job_key,job_title,job_employer,job_location,job_salary,applicant_count" to jobs-export-line
                  write jobs-export-line

                  open input job-database
                  if job-database-status = "00"
                      perform until job-database-status not = "00"
                          read job-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to csv-job-count
                                  move 0 to csv-applicant-count
                                  open input application-database
                                  if application-database-status = "00"
                                      perform until application-database-status(1:1) not = "0"
                                          read application-database next record
                                              at end
                                                  exit perform
                                              not at end
                                                  if function trim(application-job-key trailing) = function trim(job-key trailing)
                                                      add 1 to csv-applicant-count
                                                  end-if
                                          end-read
                                      end-perform
                                  end-if
                                  close application-database

                                  move job-key to csv-field-in
                                  perform csvQuoteField
                                  move csv-field-out to csv-q-key
                                  move job-title to csv-field-in
                                  perform csvQuoteField
                                  move csv-field-out to csv-q-title
                                  move job-employer to csv-field-in
                                  perform csvQuoteField
                                  move csv-field-out to csv-q-employer
                                  move job-location to csv-field-in
                                  perform csvQuoteField
                                  move csv-field-out to csv-q-location
                                  move job-salary to csv-field-in
                                  perform csvQuoteField
                                  move csv-field-out to csv-q-salary

                                  move spaces to jobs-export-line
                                  string function trim(csv-q-key trailing) delimited by size
                                         "," delimited by size
                                         function trim(csv-q-title trailing) delimited by size
                                         "," delimited by size
                                         function trim(csv-q-employer trailing) delimited by size
                                         "," delimited by size
                                         function trim(csv-q-location trailing) delimited by size
                                         "," delimited by size
                                         function trim(csv-q-salary trailing) delimited by size
                                         "," delimited by size
                                         function trim(csv-applicant-count leading) delimited by size
                                         into jobs-export-line
                                  end-string
                                  write jobs-export-line
                      end-perform
                  end-if
                  close job-database
              end-if
              close jobs-export

              move spaces to output-buffer
              string "Exported " delimited by size
                     function trim(csv-job-count leading) delimited by size
                     " job posting(s) to jobs-export.csv" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Posting-aging and time-to-fill report - for each employer and
*> overall: live postings with average days-on-board, postings that
*> expired with zero applications, median days from posting to the
*> first application, average days from posting to acceptance for
*> filled jobs, and the average days candidates spend in each hiring
*> stage. The numbers behind "two-week postings get half the
*> applicants". Postings and applications moved by the archival sweep
*> are read from the archive files, so the figures do not depend on
*> when the operator last ran the sweep.
*>*******************************************************************
       postingAgingReport.
              perform campusPickReportScope
              move bdt-business-date to aging-today-ymd
              move aging-today-ymd to date-ymd-work
              compute aging-today-int = function integer-of-date(date-ymd-work)
              move 0 to agg-empl-count
              move 'N' to agg-truncated-flag
              move 0 to ovl-open-count
              move 0 to ovl-open-day-sum
              move 0 to ovl-expzero-count
              move 0 to ovl-first-count
              move 0 to ovl-fill-day-sum
              move 0 to ovl-fill-count
              move 0 to pipe-stage-count
              perform seedStageTally
              perform varying agg-idx from 1 by 1 until agg-idx > 30
                  move 0 to agg-open-count-entry(agg-idx)
                  move 0 to agg-open-day-sum-entry(agg-idx)
                  move 0 to agg-expzero-entry(agg-idx)
                  move 0 to agg-first-count-entry(agg-idx)
                  move 0 to agg-fill-day-sum-entry(agg-idx)
                  move 0 to agg-fill-count-entry(agg-idx)
              end-perform

              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              if job-created-date is numeric
                                  perform agingTallyOneJob
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database

              *> Swept postings carry most of the filled-job outcomes
              open input job-archive
              if job-archive-ok
                  perform until job-archive-status not = "00"
                      read job-archive next record
                          at end
                              exit perform
                          not at end
                              move jobarc-record to job-record
                              if job-created-date is numeric
                                  perform agingTallyOneJob
                              end-if
                      end-read
                  end-perform
              end-if
              close job-archive

              move "POSTING AGING / TIME-TO-FILL" to rpt-name
              perform reportInit
              if agg-truncated-flag = 'Y'
                  move "WARNING: more than 30 employers on file - the per-employer section is truncated (overall figures are complete)." to output-buffer
                  perform reportLine
              end-if

              *> Overall figures first
              move "Overall:" to output-buffer
              perform reportLine
              if ovl-open-count > 0
                  compute aging-avg = ovl-open-day-sum / ovl-open-count
              else
                  move 0 to aging-avg
              end-if
              move spaces to output-buffer
              string "  Open postings: " delimited by size
                     function trim(ovl-open-count leading) delimited by size
                     " (avg " delimited by size
                     function trim(aging-avg leading) delimited by size
                     " day(s) on the board)" delimited by size
                     into output-buffer
              end-string
              perform reportLine
              move spaces to output-buffer
              string "  Expired with zero applications: " delimited by size
                     function trim(ovl-expzero-count leading) delimited by size
                     into output-buffer
              end-string
              perform reportLine
              if ovl-first-count > 0
                  move 0 to med-count
                  perform varying agg-idx from 1 by 1 until agg-idx > ovl-first-count
                      add 1 to med-count
                      move ovl-first-day-entry(agg-idx) to med-value-entry(med-count)
                  end-perform
                  perform computeMedian
                  move spaces to output-buffer
                  string "  Median days to first application: " delimited by size
                         function trim(med-result leading) delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
              end-if
              if ovl-fill-count > 0
                  compute aging-avg = ovl-fill-day-sum / ovl-fill-count
                  move spaces to output-buffer
                  string "  Filled jobs: " delimited by size
                         function trim(ovl-fill-count leading) delimited by size
                         " (avg " delimited by size
                         function trim(aging-avg leading) delimited by size
                         " day(s) from posting to acceptance)" delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
              end-if
              move 'N' to pipe-done-flag
              perform varying pipe-tally-slot from 1 by 1
                  until pipe-tally-slot > pipe-tally-count
                  if pipe-tally-done(pipe-tally-slot) > 0
                      if not pipe-done
                          move "  Average days in each hiring stage:" to output-buffer
                          perform reportLine
                          move 'Y' to pipe-done-flag
                      end-if
                      compute pipe-avg = pipe-tally-day-sum(pipe-tally-slot)
                          / pipe-tally-done(pipe-tally-slot)
                      move pipe-avg to pipe-days-disp
                      move pipe-tally-done(pipe-tally-slot) to pipe-count-disp
                      move spaces to output-buffer
                      string "    " delimited by size
                             function trim(pipe-tally-name(pipe-tally-slot) trailing) delimited by size
                             ": " delimited by size
                             function trim(pipe-days-disp leading) delimited by size
                             " day(s) (" delimited by size
                             function trim(pipe-count-disp leading) delimited by size
                             " candidate(s) moved on)" delimited by size
                             into output-buffer
                      end-string
                      perform reportLine
                  end-if
              end-perform

              *> Then per employer
              perform varying agg-slot from 1 by 1 until agg-slot > agg-empl-count
                  move spaces to output-buffer
                  string function trim(agg-empl-key-entry(agg-slot) trailing) delimited by size
                         ":" delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
                  if agg-open-count-entry(agg-slot) > 0
                      compute aging-avg = agg-open-day-sum-entry(agg-slot)
                          / agg-open-count-entry(agg-slot)
                  else
                      move 0 to aging-avg
                  end-if
                  move spaces to output-buffer
                  string "  Open postings: " delimited by size
                         function trim(agg-open-count-entry(agg-slot) leading) delimited by size
                         " (avg " delimited by size
                         function trim(aging-avg leading) delimited by size
                         " day(s) on the board)" delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
                  move spaces to output-buffer
                  string "  Expired with zero applications: " delimited by size
                         function trim(agg-expzero-entry(agg-slot) leading) delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
                  if agg-first-count-entry(agg-slot) > 0
                      move 0 to med-count
                      perform varying agg-idx from 1 by 1
                          until agg-idx > agg-first-count-entry(agg-slot)
                          add 1 to med-count
                          move agg-first-day-entry(agg-slot, agg-idx)
                              to med-value-entry(med-count)
                      end-perform
                      perform computeMedian
                      move spaces to output-buffer
                      string "  Median days to first application: " delimited by size
                             function trim(med-result leading) delimited by size
                             into output-buffer
                      end-string
                      perform reportLine
                  end-if
                  if agg-fill-count-entry(agg-slot) > 0
                      compute aging-avg = agg-fill-day-sum-entry(agg-slot)
                          / agg-fill-count-entry(agg-slot)
                      move spaces to output-buffer
                      string "  Filled jobs: " delimited by size
                             function trim(agg-fill-count-entry(agg-slot) leading) delimited by size
                             " (avg " delimited by size
                             function trim(aging-avg leading) delimited by size
                             " day(s) from posting to acceptance)" delimited by size
                             into output-buffer
                      end-string
                      perform reportLine
                  end-if
              end-perform
              perform reportEnd
              exit.

*> Paragraph: agingTallyOneJob
*> Purpose:   Folds the posting loaded in job-record (and its
*>            applications) into the per-employer and overall tallies
*> Input:     job-record, aging-today-int
*> Output:    agg-* and ovl-* tallies
       agingTallyOneJob.
              move job-campus to cmp-check-campus
              perform campusReportInScope
              if not cmp-in-report
                  exit paragraph
              end-if

              *> Find or create this employer's slot. When the table is
              *> full the job still feeds the overall figures (slot 0),
              *> and the report carries a truncation warning.
              move 0 to agg-slot
              perform varying agg-idx from 1 by 1 until agg-idx > agg-empl-count
                  if function trim(agg-empl-key-entry(agg-idx) trailing) =
                     function trim(job-employer trailing)
                      move agg-idx to agg-slot
                  end-if
              end-perform
              if agg-slot = 0
                  if agg-empl-count >= 30
                      move 'Y' to agg-truncated-flag
                  else
                      add 1 to agg-empl-count
                      move agg-empl-count to agg-slot
                      move job-employer to agg-empl-key-entry(agg-slot)
                  end-if
              end-if

              move job-created-date to date-ymd-work
              compute aging-created-int = function integer-of-date(date-ymd-work)
              move aging-created-int to bdt-from-int
              move aging-today-int to bdt-to-int
              perform bdtCountDays
              move bdt-day-count to aging-days
              if aging-days < 0
                  move 0 to aging-days
              end-if

              *> This posting's applications: count, first submission,
              *> earliest acceptance - live file first, then the
              *> archive, since a swept posting's applications moved
              *> there with it
              move 0 to aging-app-count
              move spaces to aging-first-app-date
              move spaces to aging-accept-date
              open input application-database
              if application-ok
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              perform agingTallyOneApplication
                      end-read
                  end-perform
              end-if
              close application-database
              open input application-archive
              if application-archive-ok
                  perform until application-archive-status not = "00"
                      read application-archive next record
                          at end
                              exit perform
                          not at end
                              move apparc-record to application-record
                              perform agingTallyOneApplication
                      end-read
                  end-perform
              end-if
              close application-archive

              *> Open = PUBLISHED and not past its expiration
              if job-open
              and (function trim(job-expiration-date trailing) = spaces
                   or job-expiration-date not < aging-today-ymd)
                  if agg-slot > 0
                      add 1 to agg-open-count-entry(agg-slot)
                      add aging-days to agg-open-day-sum-entry(agg-slot)
                  end-if
                  add 1 to ovl-open-count
                  add aging-days to ovl-open-day-sum
              end-if

              *> Expired with nothing to show for it
              if function trim(job-expiration-date trailing) not = spaces
              and job-expiration-date < aging-today-ymd
              and aging-app-count = 0
                  if agg-slot > 0
                      add 1 to agg-expzero-entry(agg-slot)
                  end-if
                  add 1 to ovl-expzero-count
              end-if

              *> Days from posting to the first application
              if aging-first-app-date not = spaces
                  move aging-first-app-date to date-ymd-work-2
                  move aging-created-int to bdt-from-int
                  compute bdt-to-int = function integer-of-date(date-ymd-work-2)
                  perform bdtCountDays
                  move bdt-day-count to aging-days
                  if aging-days < 0
                      move 0 to aging-days
                  end-if
                  if agg-slot > 0
                  and agg-first-count-entry(agg-slot) < 30
                      add 1 to agg-first-count-entry(agg-slot)
                      move aging-days to
                          agg-first-day-entry(agg-slot, agg-first-count-entry(agg-slot))
                  end-if
                  if ovl-first-count < 200
                      add 1 to ovl-first-count
                      move aging-days to ovl-first-day-entry(ovl-first-count)
                  end-if
              end-if

              *> Days from posting to acceptance (a filled job)
              if aging-accept-date not = spaces
                  move aging-accept-date to date-ymd-work-2
                  move aging-created-int to bdt-from-int
                  compute bdt-to-int = function integer-of-date(date-ymd-work-2)
                  perform bdtCountDays
                  move bdt-day-count to aging-days
                  if aging-days < 0
                      move 0 to aging-days
                  end-if
                  if agg-slot > 0
                      add 1 to agg-fill-count-entry(agg-slot)
                      add aging-days to agg-fill-day-sum-entry(agg-slot)
                  end-if
                  add 1 to ovl-fill-count
                  add aging-days to ovl-fill-day-sum
              end-if
              exit.

*> Paragraph: agingTallyOneApplication
*> Purpose:   Folds the application loaded in application-record into
*>            the current posting's first-submission / acceptance
*>            working values when it belongs to that posting
*> Input:     application-record, job-key
*> Output:    aging-app-count, aging-first-app-date, aging-accept-date,
*>            pipe-tally-table
       agingTallyOneApplication.
              if function trim(application-job-key trailing) not =
                 function trim(job-key trailing)
                  exit paragraph
              end-if
              add 1 to aging-app-count
              move application-key to pipe-app-key
              move application-created-date to pipe-app-created
              move application-username to pipe-app-username
              perform loadStageHistory
              perform tallyStageHistory
              if application-created-date is numeric
              and (aging-first-app-date = spaces
                   or application-created-date < aging-first-app-date)
                  move application-created-date to aging-first-app-date
              end-if
              if application-accepted
              and application-status-date is numeric
              and (aging-accept-date = spaces
                   or application-status-date < aging-accept-date)
                  move application-status-date to aging-accept-date
              end-if
              exit.

*> Paragraph: computeMedian
*> Purpose:   Sorts med-value-entry(1..med-count) ascending and
*>            returns the middle value
*> Input:     med-values, med-count
*> Output:    med-result
       computeMedian.
              move 0 to med-result
              if med-count = 0
                  exit paragraph
              end-if
              perform varying med-i from 1 by 1 until med-i > med-count - 1
                  perform varying med-j from 1 by 1 until med-j > med-count - med-i
                      if med-value-entry(med-j) > med-value-entry(med-j + 1)
                          move med-value-entry(med-j) to med-swap
                          move med-value-entry(med-j + 1) to med-value-entry(med-j)
                          move med-swap to med-value-entry(med-j + 1)
                      end-if
                  end-perform
              end-perform
              compute med-i = (med-count + 1) / 2
              move med-value-entry(med-i) to med-result
              exit.

*>*******************************************************************
*> Voluntary self-identification - a confidential questionnaire the
*> student may answer, change or withdraw at any time. The answers
*> live in eeo-selfid, apart from acct-record, and never reach an
*> employer, view-profile or the resume; they feed only the
*> operator's aggregate adverse-impact report.
*>*******************************************************************
       eeoSelfIdentify.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "--- Voluntary Self-Identification ---" to output-buffer
              perform outputLine
              move "Answering is voluntary and confidential. Your answers are kept apart from your" to output-buffer
              perform outputLine
              move "profile, are never shown to employers, and are used only in aggregate to check" to output-buffer
              perform outputLine
              move "that selection on InCollege postings is fair. Declining has no effect on anything." to output-buffer
              perform outputLine

              move current-user to eeo-username
              perform findEeoSelfId
              if eeo-found
                  move "Your current answers:" to output-buffer
                  perform outputLine
                  perform varying eeo-dim-idx from 1 by 1 until eeo-dim-idx > 4
                      move spaces to output-buffer
                      if eeo-answer(eeo-dim-idx) = 0
                      or eeo-answer(eeo-dim-idx) > eeo-dim-group-count(eeo-dim-idx)
                          string "  " delimited by size
                                 function trim(eeo-dim-name(eeo-dim-idx) trailing) delimited by size
                                 ": Prefer not to say" delimited by size
                                 into output-buffer
                          end-string
                      else
                          string "  " delimited by size
                                 function trim(eeo-dim-name(eeo-dim-idx) trailing) delimited by size
                                 ": " delimited by size
                                 function trim(eeo-label(eeo-dim-idx, eeo-answer(eeo-dim-idx)) trailing) delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      perform outputLine
                  end-perform
              end-if

              move "[1] Answer / update the questionnaire" to output-buffer
              perform outputLine
              if eeo-found
                  move "[2] Withdraw my answers" to output-buffer
                  perform outputLine
              end-if
              move "[q] Back" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer = '1'
                      perform eeoAnswerQuestions
                  when input-buffer = '2' and eeo-found
                      perform confirmAction
                      if action-confirmed
                          open i-o eeo-selfid
                          if eeo-selfid-ok
                              move current-user to eeo-username
                              delete eeo-selfid
                                  invalid key
                                      continue
                                  not invalid key
                                      move current-user to audit-actor
                                      move "eeo-selfid.dat" to audit-file-name
                                      move eeo-username to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                      move "Your answers have been withdrawn." to output-buffer
                                      perform outputLine
                              end-delete
                          end-if
                          close eeo-selfid
                      end-if
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: eeoAnswerQuestions
*> Purpose:   Asks the four questions (blank keeps the current answer)
*>            and stores the result
*> Input:     eeo-selfid-record (current answers when eeo-found)
*> Output:    None
       eeoAnswerQuestions.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              if not eeo-found
                  initialize eeo-selfid-record
                  move current-user to eeo-username
              end-if
              perform varying eeo-dim-idx from 1 by 1
                  until eeo-dim-idx > 4 or not valid-read
                  move spaces to output-buffer
                  string function trim(eeo-dim-name(eeo-dim-idx) trailing) delimited by size
                         ":" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move "  [0] Prefer not to say" to output-buffer
                  perform outputLine
                  perform varying eeo-grp-idx from 1 by 1
                      until eeo-grp-idx > eeo-dim-group-count(eeo-dim-idx)
                      move spaces to output-buffer
                      string "  [" delimited by size
                             eeo-grp-idx(2:1) delimited by size
                             "] " delimited by size
                             function trim(eeo-label(eeo-dim-idx, eeo-grp-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
                  move "Your answer (blank = keep current): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) is numeric
                      move function trim(input-buffer trailing) to eeo-pick
                      if eeo-pick <= eeo-dim-group-count(eeo-dim-idx)
                          move eeo-pick to eeo-answer(eeo-dim-idx)
                      else
                          move "Not one of the listed answers - left unchanged." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform
              if not valid-read
                  exit paragraph
              end-if
              move function current-date(1:8) to eeo-updated-date

              open i-o eeo-selfid
              if eeo-selfid-missing
                  open output eeo-selfid
                  close eeo-selfid
                  open i-o eeo-selfid
              end-if
              if eeo-selfid-ok
                  if eeo-found
                      rewrite eeo-selfid-record
                      move "REWRITE" to audit-action
                  else
                      write eeo-selfid-record
                      move "WRITE" to audit-action
                  end-if
                  if eeo-selfid-ok
                      move current-user to audit-actor
                      move "eeo-selfid.dat" to audit-file-name
                      move eeo-username to audit-record-key
                      perform recordAuditEvent
                      move "Thank you - your answers have been saved." to output-buffer
                  else
                      move "Your answers could not be saved - please try again later." to output-buffer
                  end-if
                  perform outputLine
              end-if
              close eeo-selfid
              exit.

*> Paragraph: findEeoSelfId
*> Purpose:   Reads one student's self-identification answers
*> Input:     eeo-username
*> Output:    eeo-selfid-record, eeo-found-flag
       findEeoSelfId.
              move 'N' to eeo-found-flag
              open input eeo-selfid
              if eeo-selfid-ok
                  read eeo-selfid
                      key is eeo-username
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to eeo-found-flag
                  end-read
              end-if
              close eeo-selfid
              exit.

*>*******************************************************************
*> Adverse-impact report (operator only, batch job EEO) - for every
*> posting and every employer, the selection rate of each
*> self-identified group at each stage of the process: interviewed,
*> each hiring-pipeline stage reached, and selected (ACCEPTED). A
*> group whose rate falls below four-fifths of the best-placed
*> group's is flagged. Groups with fewer than eeo-min-group
*> applicants are suppressed so no individual can be identified;
*> applicants who did not self-identify count toward the applicant
*> total only. Archived postings and applications are included.
*>*******************************************************************
       adverseImpactReport.
              move 0 to eeo-flag-count
              move 0 to eeo-posting-count
              move 0 to eeo-empl-count
              move 'N' to eeo-empl-truncated-flag

              *> The employers on file, live and archived
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              perform eeoNoteEmployer
                      end-read
                  end-perform
              end-if
              close job-database
              open input job-archive
              if job-archive-ok
                  perform until job-archive-status not = "00"
                      read job-archive next record
                          at end
                              exit perform
                          not at end
                              move jobarc-record to job-record
                              perform eeoNoteEmployer
                      end-read
                  end-perform
              end-if
              close job-archive

              move "ADVERSE IMPACT (FOUR-FIFTHS RULE)" to rpt-name
              perform reportInit
              move spaces to output-buffer
              move eeo-min-group to eeo-n-disp
              string "Groups with fewer than " delimited by size
                     function trim(eeo-n-disp leading) delimited by size
                     " applicants are suppressed. ** marks a rate below four-fifths of the highest." delimited by size
                     into output-buffer
              end-string
              perform reportLine
              if eeo-empl-truncated-flag = 'Y'
                  move "WARNING: more than 50 employers on file - the report is truncated." to output-buffer
                  perform reportLine
              end-if

              perform varying eeo-empl-idx from 1 by 1 until eeo-empl-idx > eeo-empl-count
                  move eeo-empl-entry(eeo-empl-idx) to eeo-cur-employer
                  move 2 to eeo-u
                  perform eeoResetUnit

                  *> Each of the employer's postings on its own, each
                  *> also rolled into the employer's totals
                  open input job-database
                  if job-database-ok
                      perform until job-database-status not = "00"
                          read job-database next record
                              at end
                                  exit perform
                              not at end
                                  if job-employer = eeo-cur-employer
                                      perform eeoReportPosting
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close job-database
                  open input job-archive
                  if job-archive-ok
                      perform until job-archive-status not = "00"
                          read job-archive next record
                              at end
                                  exit perform
                              not at end
                                  move jobarc-record to job-record
                                  if job-employer = eeo-cur-employer
                                      perform eeoReportPosting
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close job-archive

                  move spaces to eeo-unit-heading
                  string "EMPLOYER TOTAL: " delimited by size
                         function trim(eeo-cur-employer trailing) delimited by size
                         into eeo-unit-heading
                  end-string
                  move 2 to eeo-u
                  perform eeoPrintUnit
              end-perform

              move spaces to output-buffer
              move eeo-posting-count to eeo-n-disp
              move eeo-flag-count to eeo-r-disp
              string "Postings with applicants: " delimited by size
                     function trim(eeo-n-disp leading) delimited by size
                     "   Rates flagged: " delimited by size
                     function trim(eeo-r-disp leading) delimited by size
                     into output-buffer
              end-string
              perform reportLine
              perform reportEnd
              exit.

*> Paragraph: eeoNoteEmployer
*> Purpose:   Adds the posting's employer to the report's employer
*>            list the first time it is seen
*> Input:     job-record
*> Output:    eeo-empl-table, eeo-empl-count
       eeoNoteEmployer.
              perform varying eeo-empl-idx from 1 by 1 until eeo-empl-idx > eeo-empl-count
                  if eeo-empl-entry(eeo-empl-idx) = job-employer
                      exit paragraph
                  end-if
              end-perform
              if eeo-empl-count >= 50
                  move 'Y' to eeo-empl-truncated-flag
              else
                  add 1 to eeo-empl-count
                  move job-employer to eeo-empl-entry(eeo-empl-count)
              end-if
              exit.

*> Paragraph: eeoResetUnit
*> Purpose:   Empties one set of tallies and lays out its fixed
*>            stages - Applied, Interviewed, Selected - ahead of any
*>            hiring-pipeline stages met along the way
*> Input:     eeo-u
*> Output:    eeo-unit(eeo-u)
       eeoResetUnit.
              move 0 to eeo-u-app-count(eeo-u)
              move 0 to eeo-u-disclosed(eeo-u)
              move 3 to eeo-u-stage-count(eeo-u)
              perform varying eeo-stage-idx from 1 by 1 until eeo-stage-idx > 12
                  move spaces to eeo-u-stage-name(eeo-u, eeo-stage-idx)
              end-perform
              move "Applied" to eeo-u-stage-name(eeo-u, 1)
              move "Interviewed" to eeo-u-stage-name(eeo-u, 2)
              move "Selected" to eeo-u-stage-name(eeo-u, 3)
              perform varying eeo-dim-idx from 1 by 1 until eeo-dim-idx > 4
                  perform varying eeo-grp-idx from 1 by 1 until eeo-grp-idx > 8
                      perform varying eeo-stage-idx from 1 by 1 until eeo-stage-idx > 12
                          move 0 to eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, eeo-stage-idx)
                      end-perform
                  end-perform
              end-perform
              exit.

*> Paragraph: eeoReportPosting
*> Purpose:   Tallies the applications (live and archived) against
*>            the posting in job-record into unit 1 and the
*>            employer's unit 2, then prints the posting's section
*> Input:     job-record
*> Output:    eeo-units
       eeoReportPosting.
              move 1 to eeo-u
              perform eeoResetUnit
              open input application-database
              if application-ok
                  *> Straight to the posting's rows through the posting index
                  move job-key to application-job-key
                  start application-database key is equal to application-job-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-job-key not = job-key
                                  exit perform
                              end-if
                              if application-job-key = job-key
                                  perform eeoTallyApplication
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              open input application-archive
              if application-archive-ok
                  perform until application-archive-status not = "00"
                      read application-archive next record
                          at end
                              exit perform
                          not at end
                              move apparc-record to application-record
                              if application-job-key = job-key
                                  perform eeoTallyApplication
                              end-if
                      end-read
                  end-perform
              end-if
              close application-archive

              if eeo-u-app-count(1) > 0
                  add 1 to eeo-posting-count
                  move spaces to eeo-unit-heading
                  string "POSTING: " delimited by size
                         function trim(job-title trailing) delimited by size
                         " (" delimited by size
                         function trim(job-employer trailing) delimited by size
                         ")" delimited by size
                         into eeo-unit-heading
                  end-string
                  move 1 to eeo-u
                  perform eeoPrintUnit
              end-if
              exit.

*> Paragraph: eeoTallyApplication
*> Purpose:   Works out which stages the application in
*>            application-record reached and counts it, by the
*>            applicant's self-identified groups, in units 1 and 2
*> Input:     application-record
*> Output:    eeo-units
       eeoTallyApplication.
              add 1 to eeo-u-app-count(1)
              add 1 to eeo-u-app-count(2)
              move application-username to eeo-username
              perform findEeoSelfId
              if not eeo-found
                  exit paragraph
              end-if
              if eeo-answer(1) = 0 and eeo-answer(2) = 0
              and eeo-answer(3) = 0 and eeo-answer(4) = 0
                  exit paragraph
              end-if
              add 1 to eeo-u-disclosed(1)
              add 1 to eeo-u-disclosed(2)

              *> The stages this application reached
              move 1 to eeo-reach-count
              move "Applied" to eeo-reach-name(1)
              move 'N' to eeo-interviewed-flag
              if application-interviewing or application-accepted
                  move 'Y' to eeo-interviewed-flag
              else
                  open input interview-database
                  if interview-db-ok
                      move application-key to interview-key
                      read interview-database
                          key is interview-key
                          invalid key
                              continue
                          not invalid key
                              move 'Y' to eeo-interviewed-flag
                      end-read
                  end-if
                  close interview-database
              end-if
              if eeo-interviewed
                  add 1 to eeo-reach-count
                  move "Interviewed" to eeo-reach-name(eeo-reach-count)
              end-if
              if application-accepted
                  add 1 to eeo-reach-count
                  move "Selected" to eeo-reach-name(eeo-reach-count)
              end-if
              move application-key to pipe-app-key
              move application-created-date to pipe-app-created
              move application-username to pipe-app-username
              perform loadStageHistory
              perform varying pipe-idx from 2 by 1 until pipe-idx > pipe-hist-count
                  if pipe-hist-to(pipe-idx) not = "ACCEPTED"
                  and pipe-hist-to(pipe-idx) not = "REJECTED"
                  and pipe-hist-to(pipe-idx) not = "CLOSED"
                      move 0 to eeo-slot
                      perform varying eeo-reach-idx from 1 by 1
                          until eeo-reach-idx > eeo-reach-count
                          if eeo-reach-name(eeo-reach-idx) = pipe-hist-to(pipe-idx)
                              move eeo-reach-idx to eeo-slot
                          end-if
                      end-perform
                      if eeo-slot = 0 and eeo-reach-count < 12
                          add 1 to eeo-reach-count
                          move pipe-hist-to(pipe-idx) to eeo-reach-name(eeo-reach-count)
                      end-if
                  end-if
              end-perform

              perform varying eeo-u from 1 by 1 until eeo-u > 2
                  perform varying eeo-reach-idx from 1 by 1
                      until eeo-reach-idx > eeo-reach-count
                      move 0 to eeo-slot
                      perform varying eeo-stage-idx from 1 by 1
                          until eeo-stage-idx > eeo-u-stage-count(eeo-u)
                          if eeo-u-stage-name(eeo-u, eeo-stage-idx) = eeo-reach-name(eeo-reach-idx)
                              move eeo-stage-idx to eeo-slot
                          end-if
                      end-perform
                      if eeo-slot = 0 and eeo-u-stage-count(eeo-u) < 12
                          add 1 to eeo-u-stage-count(eeo-u)
                          move eeo-u-stage-count(eeo-u) to eeo-slot
                          move eeo-reach-name(eeo-reach-idx) to eeo-u-stage-name(eeo-u, eeo-slot)
                      end-if
                      if eeo-slot > 0
                          perform varying eeo-dim-idx from 1 by 1 until eeo-dim-idx > 4
                              if eeo-answer(eeo-dim-idx) > 0
                              and eeo-answer(eeo-dim-idx) <= eeo-dim-group-count(eeo-dim-idx)
                                  add 1 to eeo-u-cell(eeo-u, eeo-dim-idx, eeo-answer(eeo-dim-idx), eeo-slot)
                              end-if
                          end-perform
                      end-if
                  end-perform
              end-perform
              exit.

*> Paragraph: eeoPrintUnit
*> Purpose:   Prints one posting's or employer's section: the
*>            interviewed stage, the hiring-pipeline stages, then
*>            selection, each broken down by every question
*> Input:     eeo-u, eeo-unit-heading
*> Output:    eeo-flag-count
       eeoPrintUnit.
              move eeo-unit-heading to output-buffer
              perform reportLine
              move spaces to output-buffer
              move eeo-u-app-count(eeo-u) to eeo-n-disp
              move eeo-u-disclosed(eeo-u) to eeo-r-disp
              string "  Applicants: " delimited by size
                     function trim(eeo-n-disp leading) delimited by size
                     "   Self-identified: " delimited by size
                     function trim(eeo-r-disp leading) delimited by size
                     into output-buffer
              end-string
              perform reportLine
              move 2 to eeo-stage-idx
              perform eeoPrintStage
              perform varying eeo-print-order from 4 by 1
                  until eeo-print-order > eeo-u-stage-count(eeo-u)
                  move eeo-print-order to eeo-stage-idx
                  perform eeoPrintStage
              end-perform
              move 3 to eeo-stage-idx
              perform eeoPrintStage
              exit.

*> Paragraph: eeoPrintStage
*> Purpose:   Prints the selection rate of every reportable group at
*>            one stage, question by question, flagging rates below
*>            four-fifths of the highest. A question with fewer than
*>            two reportable groups has nothing to compare.
*> Input:     eeo-u, eeo-stage-idx
*> Output:    eeo-flag-count
       eeoPrintStage.
              move spaces to output-buffer
              string "  Stage: " delimited by size
                     function trim(eeo-u-stage-name(eeo-u, eeo-stage-idx) trailing) delimited by size
                     into output-buffer
              end-string
              perform reportLine
              perform varying eeo-dim-idx from 1 by 1 until eeo-dim-idx > 4
                  move 0 to eeo-reportable
                  move 0 to eeo-suppressed
                  move 0 to eeo-high-rate
                  perform varying eeo-grp-idx from 1 by 1
                      until eeo-grp-idx > eeo-dim-group-count(eeo-dim-idx)
                      evaluate true
                          when eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, 1) = 0
                              continue
                          when eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, 1) < eeo-min-group
                              add 1 to eeo-suppressed
                          when other
                              add 1 to eeo-reportable
                              compute eeo-rate rounded =
                                  (eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, eeo-stage-idx) * 100)
                                  / eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, 1)
                              if eeo-rate > eeo-high-rate
                                  move eeo-rate to eeo-high-rate
                              end-if
                      end-evaluate
                  end-perform
                  move spaces to output-buffer
                  if eeo-reportable < 2
                      string "    " delimited by size
                             function trim(eeo-dim-name(eeo-dim-idx) trailing) delimited by size
                             ": too few self-identified applicants to compare" delimited by size
                             into output-buffer
                      end-string
                      perform reportLine
                  else
                      string "    " delimited by size
                             function trim(eeo-dim-name(eeo-dim-idx) trailing) delimited by size
                             ":" delimited by size
                             into output-buffer
                      end-string
                      perform reportLine
                      perform varying eeo-grp-idx from 1 by 1
                          until eeo-grp-idx > eeo-dim-group-count(eeo-dim-idx)
                          if eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, 1) >= eeo-min-group
                              compute eeo-rate rounded =
                                  (eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, eeo-stage-idx) * 100)
                                  / eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, 1)
                              move eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, eeo-stage-idx) to eeo-r-disp
                              move eeo-u-cell(eeo-u, eeo-dim-idx, eeo-grp-idx, 1) to eeo-n-disp
                              move eeo-rate to eeo-rate-disp
                              move spaces to output-buffer
                              string "      " delimited by size
                                     function trim(eeo-label(eeo-dim-idx, eeo-grp-idx) trailing) delimited by size
                                     ": " delimited by size
                                     function trim(eeo-r-disp leading) delimited by size
                                     " of " delimited by size
                                     function trim(eeo-n-disp leading) delimited by size
                                     " (" delimited by size
                                     function trim(eeo-rate-disp leading) delimited by size
                                     "%)" delimited by size
                                     into output-buffer
                              end-string
                              if eeo-high-rate > 0
                              and eeo-rate * 5 < eeo-high-rate * 4
                                  string function trim(output-buffer trailing) delimited by size
                                         "  ** below four-fifths of the highest rate" delimited by size
                                         into output-buffer
                                  end-string
                                  add 1 to eeo-flag-count
                              end-if
                              perform reportLine
                          end-if
                      end-perform
                  end-if
                  if eeo-suppressed > 0
                      move spaces to output-buffer
                      move eeo-suppressed to eeo-n-disp
                      string "      (" delimited by size
                             function trim(eeo-n-disp leading) delimited by size
                             " small group(s) suppressed)" delimited by size
                             into output-buffer
                      end-string
                      perform reportLine
                  end-if
              end-perform
              exit.

*>*******************************************************************
*> Posting close-out - when a posting closes (the employer closes or
*> withdraws it, an accepted offer fills it, moderation pulls it or
*> the archival sweep finds it expired) every application still open
*> against it is given a final CLOSED status with a reason, and a
*> courtesy notice for each applicant is queued in
*> closeout-notices.dat. The employer reviews the list and releases
*> it; anything left unreviewed is released by the NUDGE job
*>*******************************************************************

*> Paragraph: describeDisposition
*> Purpose:   Turns a close-out reason code into the wording used in
*>            the applicant's notice and on their applications list
*> Input:     cls-reason
*> Output:    cls-reason-text
       describeDisposition.
              evaluate function trim(cls-reason trailing)
                  when "FILLED"
                      move "the position has been filled" to cls-reason-text
                  when "WITHDRAWN"
                      move "the employer has withdrawn the posting" to cls-reason-text
                  when other
                      move "the posting has closed" to cls-reason-text
              end-evaluate
              exit.

*> Paragraph: closeOutPosting
*> Purpose:   Gives every SUBMITTED or INTERVIEWING application on the
*>            posting in job-record its final disposition and queues
*>            the applicant's notice for review
*> Input:     job-record, cls-reason, cls-actor, cls-skip-key
*> Output:    cls-count (applications closed out)
       closeOutPosting.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move 0 to cls-count
              open i-o closeout-notices
              if closeout-missing
                  open output closeout-notices
                  close closeout-notices
                  open i-o closeout-notices
              end-if
              if not closeout-ok
                  close closeout-notices
                  exit paragraph
              end-if

              open i-o application-database
              if application-ok
                  *> Straight to the posting's rows through the posting index
                  move job-key to application-job-key
                  start application-database key is equal to application-job-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-job-key not = job-key
                                  exit perform
                              end-if
                              if function trim(application-job-key trailing) =
                                 function trim(job-key trailing)
                              and (application-submitted or application-interviewing)
                              and application-key not = cls-skip-key
                                  perform closeOutOneApplication
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              close closeout-notices
              move spaces to cls-skip-key
              exit.

*> Paragraph: closeOutOneApplication
*> Purpose:   Closes the application loaded in application-record,
*>            queues its notice and records the move in the pipeline
*>            history
*> Input:     application-record (application-database open i-o),
*>            job-record, cls-reason, cls-actor
*> Output:    cls-count incremented
       closeOutOneApplication.
              move application-status to cls-prior-status
              move "CLOSED" to application-status
              move cls-reason to application-disposition
              move function current-date(1:8) to application-status-date
              rewrite application-record
              if not application-ok
                  exit paragraph
              end-if
              add 1 to cls-count
              move cls-actor to audit-actor
              move "application-database.dat" to audit-file-name
              move application-key to audit-record-key
              move "CLOSEOUT" to audit-action
              perform recordAuditEvent

              move spaces to closeout-record
              move application-key to cno-app-key
              move job-key to cno-job-key
              move job-title to cno-job-title
              move job-employer to cno-employer
              move job-creator to cno-creator
              move job-company-key to cno-company-key
              move application-username to cno-applicant
              move 'N' to cno-name-withheld
              if blind-screening-on
              and not applicant-is-shortlisted
                  move 'Y' to cno-name-withheld
              end-if
              move cls-prior-status to cno-prior-status
              move cls-reason to cno-reason
              move function current-date(1:8) to cno-queued-date
              move "PENDING" to cno-state
              write closeout-record
              *> A posting reopened and closed again re-queues the row
              if closeout-status = "22"
                  rewrite closeout-record
              end-if
              move cls-actor to audit-actor
              move "closeout-notices.dat" to audit-file-name
              move cno-app-key to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent

              *> The pipeline history ends at the close-out
              move application-key to pipe-app-key
              move application-created-date to pipe-app-created
              move application-username to pipe-app-username
              perform loadStageHistory
              move pipe-hist-to(pipe-hist-count) to pipe-from-stage
              move "CLOSED" to pipe-to-stage
              move cls-actor to pipe-actor
              perform writeStageHistory
              exit.

*> Paragraph: reviewCloseOutNotices
*> Purpose:   Lists the pending close-out notices on the postings
*>            current-user may manage and lets them release the lot,
*>            or take an applicant off the list first (which reopens
*>            that application as it was)
*> Input:     cls-job-filter (one posting, or spaces for all of them),
*>            current-user
*> Output:    None
       reviewCloseOutNotices.
              move 'N' to cls-review-done-flag
              perform until cls-review-done
                  perform listCloseOutNotices
                  if cls-list-count = 0
                      move "No close-out notices are waiting for review." to output-buffer
                      perform outputLine
                      exit perform
                  end-if
                  move "[s] Send all of these notices" to output-buffer
                  perform outputLine
                  move "[n] Take applicant n off the list (reopens their application)" to output-buffer
                  perform outputLine
                  move "[q] Decide later" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer = 'q' or input-buffer = 'Q'
                          move 'Y' to cls-review-done-flag
                      when input-buffer = 's' or input-buffer = 'S'
                          perform sendListedCloseOuts
                          move 'Y' to cls-review-done-flag
                      when function trim(input-buffer) is numeric
                          move function numval(input-buffer) to cls-pick
                          if cls-pick >= 1 and cls-pick <= cls-list-count
                              perform dropCloseOutNotice
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when other
                          move "Invalid choice." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: listCloseOutNotices
*> Purpose:   Collects and numbers the pending notices the review
*>            screen covers
*> Input:     cls-job-filter, current-user
*> Output:    cls-list-count, cls-list-table
       listCloseOutNotices.
              move 0 to cls-list-count
              open input closeout-notices
              if closeout-ok
                  perform until closeout-status not = "00"
                      read closeout-notices next record
                          at end
                              exit perform
                          not at end
                              if cno-pending
                              and (function trim(cls-job-filter trailing) = spaces
                                   or function trim(cno-job-key trailing) =
                                      function trim(cls-job-filter trailing))
                                  perform checkCloseOutAccess
                                  if is-company-member
                                  and cls-list-count < 100
                                      add 1 to cls-list-count
                                      move cno-app-key to cls-list-key(cls-list-count)
                                      if cls-list-count = 1
                                          move "--- Close-out Notices Awaiting Review ---" to output-buffer
                                          perform outputLine
                                      end-if
                                      move cno-reason to cls-reason
                                      perform describeDisposition
                                      move cls-list-count to cls-num-disp
                                      move spaces to output-buffer
                                      if cno-name-withheld = 'Y'
                                          string "[" delimited by size
                                                 function trim(cls-num-disp leading) delimited by size
                                                 "] Candidate (name withheld) - " delimited by size
                                                 function trim(cno-job-title trailing) delimited by size
                                                 " - " delimited by size
                                                 function trim(cls-reason-text trailing) delimited by size
                                                 into output-buffer
                                          end-string
                                      else
                                          string "[" delimited by size
                                                 function trim(cls-num-disp leading) delimited by size
                                                 "] " delimited by size
                                                 function trim(cno-applicant trailing) delimited by size
                                                 " - " delimited by size
                                                 function trim(cno-job-title trailing) delimited by size
                                                 " - " delimited by size
                                                 function trim(cls-reason-text trailing) delimited by size
                                                 into output-buffer
                                          end-string
                                      end-if
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close closeout-notices
              exit.

*> Paragraph: checkCloseOutAccess
*> Purpose:   Decides whether current-user may review the notice in
*>            closeout-record - the posting's creator or any member of
*>            its company, as for the posting itself
*> Input:     closeout-record, current-user
*> Output:    cmb-member-flag
       checkCloseOutAccess.
              if function trim(cno-creator trailing) = function trim(current-user trailing)
                  move 'Y' to cmb-member-flag
                  exit paragraph
              end-if
              move 'N' to cmb-member-flag
              if function trim(cno-company-key trailing) not = spaces
                  move cno-company-key to cmb-check-company
                  move current-user to cmb-check-user
                  perform checkCompanyMember
              end-if
              exit.

*> Paragraph: countPendingCloseOuts
*> Purpose:   Counts the pending notices current-user could review,
*>            for the reminder on the postings menu
*> Input:     current-user
*> Output:    cls-count
       countPendingCloseOuts.
              move 0 to cls-count
              open input closeout-notices
              if closeout-ok
                  perform until closeout-status not = "00"
                      read closeout-notices next record
                          at end
                              exit perform
                          not at end
                              if cno-pending
                                  perform checkCloseOutAccess
                                  if is-company-member
                                      add 1 to cls-count
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close closeout-notices
              exit.

*> Paragraph: sendListedCloseOuts
*> Purpose:   Sends every notice on the review list that is still
*>            pending
*> Input:     cls-list-count, cls-list-table, current-user
*> Output:    None
       sendListedCloseOuts.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move 0 to cls-sent-count
              move current-user to cls-actor
              open i-o closeout-notices
              if closeout-ok
                  perform varying cls-idx from 1 by 1 until cls-idx > cls-list-count
                      move cls-list-key(cls-idx) to cno-app-key
                      read closeout-notices
                          key is cno-app-key
                          invalid key
                              continue
                          not invalid key
                              if cno-pending
                                  perform sendCloseOutNotice
                              end-if
                      end-read
                  end-perform
              end-if
              close closeout-notices
              move cls-sent-count to cls-count-disp
              move spaces to output-buffer
              string function trim(cls-count-disp leading) delimited by size
                     " close-out notice(s) sent." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: sendCloseOutNotice
*> Purpose:   Sends the applicant the courtesy notice for the pending
*>            row in closeout-record through the usual status-message
*>            path and marks the row SENT
*> Input:     closeout-record (closeout-notices open i-o), cls-actor
*> Output:    cls-sent-count incremented
       sendCloseOutNotice.
              move cno-reason to cls-reason
              perform describeDisposition
              move spaces to message-content-buffer
              string "Thank you for your interest in " delimited by size
                     function trim(cno-job-title trailing) delimited by size
                     " at " delimited by size
                     function trim(cno-employer trailing) delimited by size
                     ". We are writing to let you know that " delimited by size
                     function trim(cls-reason-text trailing) delimited by size
                     ", so your application has now been closed. We appreciate the time you" delimited by size
                     " put into applying and wish you every success in your search." delimited by size
                     into message-content-buffer
              end-string
              move function trim(cno-creator trailing) to message-sender-buffer
              move cno-applicant to message-recipient-buffer
              move 'N' to message-priority-flag
              move "Application closed" to message-spool-subject
              move "STATUS" to notify-class-buffer
              perform saveMessage

              move "SENT" to cno-state
              move function current-date(1:8) to cno-sent-date
              rewrite closeout-record
              add 1 to cls-sent-count
              move cls-actor to audit-actor
              move "closeout-notices.dat" to audit-file-name
              move cno-app-key to audit-record-key
              move "NOTIFY" to audit-action
              perform recordAuditEvent
              exit.

*> Paragraph: dropCloseOutNotice
*> Purpose:   Takes the applicant at cls-pick off the review list: the
*>            notice is dropped and, if the application is still
*>            closed, it goes back to the status it had before
*> Input:     cls-pick, cls-list-table, current-user
*> Output:    None
       dropCloseOutNotice.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o closeout-notices
              if not closeout-ok
                  close closeout-notices
                  exit paragraph
              end-if
              move cls-list-key(cls-pick) to cno-app-key
              read closeout-notices
                  key is cno-app-key
                  invalid key
                      close closeout-notices
                      exit paragraph
              end-read
              move "DROPPED" to cno-state
              rewrite closeout-record
              close closeout-notices
              move current-user to audit-actor
              move "closeout-notices.dat" to audit-file-name
              move cno-app-key to audit-record-key
              move "DROP" to audit-action
              perform recordAuditEvent

              open i-o application-database
              if application-ok
                  move cno-app-key to application-key
                  read application-database
                      key is application-key
                      invalid key
                          continue
                      not invalid key
                          if application-closed
                              move cno-prior-status to application-status
                              move spaces to application-disposition
                              move function current-date(1:8) to application-status-date
                              rewrite application-record
                              move current-user to audit-actor
                              move "application-database.dat" to audit-file-name
                              move application-key to audit-record-key
                              move "REOPEN" to audit-action
                              perform recordAuditEvent
                              move application-key to pipe-app-key
                              move application-created-date to pipe-app-created
                              move application-username to pipe-app-username
                              perform loadStageHistory
                              move "CLOSED" to pipe-from-stage
                              move pipe-hist-to(1) to pipe-to-stage
                              if pipe-hist-count > 2
                                  move pipe-hist-to(pipe-hist-count - 1) to pipe-to-stage
                              end-if
                              move current-user to pipe-actor
                              perform writeStageHistory
                          end-if
                  end-read
              end-if
              close application-database

              move "Applicant taken off the list - their application is open again." to output-buffer
              perform outputLine
              exit.

*> Paragraph: releaseStaleCloseOuts
*> Purpose:   NUDGE-job pass that sends every close-out notice left
*>            pending longer than cls-release-days, so an employer who
*>            never reviews the list does not leave applicants waiting
*> Input:     None
*> Output:    cls-sent-count
       releaseStaleCloseOuts.
              move 0 to cls-sent-count
              move "NUDGE" to cls-actor
              move bdt-business-date to date-ymd-work
              compute bdt-from-int = function integer-of-date(date-ymd-work)
              move cls-release-days to bdt-span
              perform bdtSubtractDays
              move bdt-result-int to date-int-work
              compute date-ymd-work = function date-of-integer(date-int-work)
              move date-ymd-work to cls-cutoff

              open i-o closeout-notices
              if closeout-ok
                  perform until closeout-status not = "00"
                      read closeout-notices next record
                          at end
                              exit perform
                          not at end
                              if cno-pending
                              and cno-queued-date not > cls-cutoff
                                  perform sendCloseOutNotice
                              end-if
                      end-read
                  end-perform
              end-if
              close closeout-notices

              move cls-sent-count to cls-count-disp
              move spaces to output-buffer
              string "Close-out release complete: " delimited by size
                     function trim(cls-count-disp leading) delimited by size
                     " unreviewed notice(s) sent." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: clearCloseOutNotice
*> Purpose:   Deletes the close-out row for an application being
*>            withdrawn or purged
*> Input:     pipe-app-key
*> Output:    None
       clearCloseOutNotice.
              open i-o closeout-notices
              if closeout-ok
                  move pipe-app-key to cno-app-key
                  delete closeout-notices
                      invalid key
                          continue
                      not invalid key
                          perform setAuditActor
                          move "closeout-notices.dat" to audit-file-name
                          move cno-app-key to audit-record-key
                          move "DELETE" to audit-action
                          perform recordAuditEvent
                  end-delete
              end-if
              close closeout-notices
              exit.

*>*******************************************************************
*> One-button backup - snapshots every data file the program opens
*> into a timestamped backup-<stamp>-<file> set with a manifest of
*> per-file byte sizes, and a matching restore that verifies the
*> whole set against the manifest before overwriting anything. Born
*> of the corrupted-index incident in March.
*>*******************************************************************
       backupAllFiles.
              move function current-date(1:14) to bkp-stamp
              move spaces to bkp-manifest-name
              string "backup-" delimited by size
                     bkp-stamp delimited by size
                     "-manifest.txt" delimited by size
                     into bkp-manifest-name
              end-string

              open output backup-manifest
              if bkp-manifest-status not = "00"
                  move "Unable to create the backup manifest." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move 0 to bkp-copied-count
              perform varying bkp-idx from 1 by 1 until bkp-idx > 92
                  move bkp-file-entry(bkp-idx) to bkp-src-name
                  call "CBL_CHECK_FILE_EXIST" using bkp-src-name bkp-file-info
                  if return-code = 0
                      move spaces to bkp-dst-name
                      string "backup-" delimited by size
                             bkp-stamp delimited by size
                             "-" delimited by size
                             function trim(bkp-src-name trailing) delimited by size
                             into bkp-dst-name
                      end-string
                      call "CBL_COPY_FILE" using bkp-src-name bkp-dst-name
                      if return-code = 0
                          add 1 to bkp-copied-count
                          move bkp-file-size to bkp-size-display
                          move spaces to bkp-manifest-line
                          string function trim(bkp-src-name trailing) delimited by size
                                 "|" delimited by size
                                 bkp-size-display delimited by size
                                 into bkp-manifest-line
                          end-string
                          write bkp-manifest-line
                      else
                          move spaces to output-buffer
                          string "WARNING: could not copy " delimited by size
                                 function trim(bkp-src-name trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                  end-if
              end-perform
              close backup-manifest

              perform setAuditActor
              move "backup-set" to audit-file-name
              move bkp-stamp to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent

              move spaces to output-buffer
              string "Backup set " delimited by size
                     bkp-stamp delimited by size
                     " written: " delimited by size
                     function trim(bkp-copied-count leading) delimited by size
                     " file(s)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Restore from a backup set - under the two-person rule the request
*> only queues a pending approval; a different operator approves it
*> from the admin menu and the restore runs then
*>*******************************************************************
       restoreFromBackup.
              move "Backup set timestamp (YYYYMMDDHHMMSS):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to bkp-stamp

              *> A masked test-region set is refused before it can even
              *> be queued for approval
              move spaces to bkp-manifest-name
              string "backup-" delimited by size
                     function trim(bkp-stamp trailing) delimited by size
                     "-manifest.txt" delimited by size
                     into bkp-manifest-name
              end-string
              perform bkpCheckMaskedSet
              if bkp-masked-set
                  perform bkpRefuseMaskedSet
                  exit paragraph
              end-if

              move "RESTORE" to apv-action-buffer
              move bkp-stamp to apv-target-buffer
              perform createPendingApproval
              exit.

*>*******************************************************************
*> Execute an approved restore - verifies every file named in the
*> manifest exists with the recorded size before a single live file
*> is overwritten, then copies the whole set back
*> Input: bkp-stamp (from the approved request)
*>*******************************************************************
       executeRestoreSet.
              move spaces to bkp-manifest-name
              string "backup-" delimited by size
                     function trim(bkp-stamp trailing) delimited by size
                     "-manifest.txt" delimited by size
                     into bkp-manifest-name
              end-string

              *> Verification pass - nothing is touched unless every
              *> backup file matches its manifest entry
              move 'Y' to bkp-verify-ok
              move 'N' to bkp-masked-flag
              open input backup-manifest
              if bkp-manifest-status not = "00"
                  move "No backup set found with that timestamp." to output-buffer
                  perform outputLine
                  close backup-manifest
                  exit paragraph
              end-if
              perform until bkp-manifest-status not = "00"
                  read backup-manifest
                      at end
                          exit perform
                      not at end
                          unstring bkp-manifest-line delimited by "|"
                              into bkp-split-name
                                   bkp-split-size
                          end-unstring
                          if bkp-split-name = "MASKED"
                              move 'N' to bkp-verify-ok
                              move 'Y' to bkp-masked-flag
                              exit perform cycle
                          end-if
                          move spaces to bkp-dst-name
                          string "backup-" delimited by size
                                 function trim(bkp-stamp trailing) delimited by size
                                 "-" delimited by size
                                 function trim(bkp-split-name trailing) delimited by size
                                 into bkp-dst-name
                          end-string
                          call "CBL_CHECK_FILE_EXIST" using bkp-dst-name bkp-file-info
                          if return-code not = 0
                              move 'N' to bkp-verify-ok
                              move spaces to output-buffer
                              string "Missing backup file: " delimited by size
                                     function trim(bkp-dst-name trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                          else
                              move bkp-split-size to bkp-size-display
                              if bkp-file-size not = bkp-size-display
                                  move 'N' to bkp-verify-ok
                                  move spaces to output-buffer
                                  string "Size mismatch against manifest: " delimited by size
                                         function trim(bkp-split-name trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                          end-if
                  end-read
              end-perform
              close backup-manifest

              if bkp-masked-set
                  perform bkpRefuseMaskedSet
                  exit paragraph
              end-if
              if bkp-verify-ok not = 'Y'
                  move "Restore aborted - the backup set failed verification." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "This will overwrite the live data files with the backup set." to output-buffer
              perform outputLine
              perform confirmAction
              if not action-confirmed
                  move "Restore cancelled." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Copy pass
              move 0 to bkp-copied-count
              open input backup-manifest
              perform until bkp-manifest-status not = "00"
                  read backup-manifest
                      at end
                          exit perform
                      not at end
                          unstring bkp-manifest-line delimited by "|"
                              into bkp-split-name
                                   bkp-split-size
                          end-unstring
                          move spaces to bkp-dst-name
                          string "backup-" delimited by size
                                 function trim(bkp-stamp trailing) delimited by size
                                 "-" delimited by size
                                 function trim(bkp-split-name trailing) delimited by size
                                 into bkp-dst-name
                          end-string
                          move bkp-split-name to bkp-src-name
                          call "CBL_COPY_FILE" using bkp-dst-name bkp-src-name
                          if return-code = 0
                              add 1 to bkp-copied-count
                          else
                              move spaces to output-buffer
                              string "WARNING: could not restore " delimited by size
                                     function trim(bkp-src-name trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                          end-if
                  end-read
              end-perform
              close backup-manifest

              perform setAuditActor
              move "backup-set" to audit-file-name
              move bkp-stamp to audit-record-key
              move "RESTORE" to audit-action
              perform recordAuditEvent

              move spaces to output-buffer
              string "Restore complete: " delimited by size
                     function trim(bkp-copied-count leading) delimited by size
                     " file(s) restored from set " delimited by size
                     function trim(bkp-stamp trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: bkpCheckMaskedSet
*> Purpose:   Reads the first manifest line of a set to see whether it
*>            is a masked test-region copy
*> Input:     bkp-manifest-name
*> Output:    bkp-masked-flag
       bkpCheckMaskedSet.
              move 'N' to bkp-masked-flag
              open input backup-manifest
              if bkp-manifest-status = "00"
                  read backup-manifest
                      at end
                          continue
                      not at end
                          if bkp-manifest-line(1:7) = "MASKED|"
                              move 'Y' to bkp-masked-flag
                          end-if
                  end-read
              end-if
              close backup-manifest
              exit.

*> Paragraph: bkpRefuseMaskedSet
*> Purpose:   Reports and audits a restore refused because the set is
*>            masked test data
*> Input:     bkp-stamp
*> Output:    None
       bkpRefuseMaskedSet.
              move spaces to output-buffer
              string "Restore refused - set " delimited by size
                     function trim(bkp-stamp trailing) delimited by size
                     " is a masked test-region copy and can never be restored to production." delimited by size
                     into output-buffer
              end-string
              perform outputLine

              perform setAuditActor
              move "backup-set" to audit-file-name
              move bkp-stamp to audit-record-key
              move "RESTORE-NO" to audit-action
              perform recordAuditEvent
              exit.

*>*******************************************************************
*> MASK job - a copy of the data files for the test and
*> training region, written as masked-<stamp>-<file> with a manifest
*> like a backup set's. Names, contact addresses, about-me, message
*> and letter text and security answers are replaced by fake values
*> hashed from the record's own key, so the same person gets the same
*> fake name in every file. Usernames and keys are left alone, so
*> cross-file references still line up and RECON runs clean against
*> the copy. The manifest's first line is "MASKED|<stamp>", which
*> restoreFromBackup refuses outright. Only files listed as holding
*> no personal free text are copied as they stand; any other file
*> without a masked rewrite is left out of the set - never copied raw.
*>*******************************************************************
       maskDataFiles.
              move function current-date(1:14) to msk-stamp
              move spaces to bkp-manifest-name
              string "masked-" delimited by size
                     msk-stamp delimited by size
                     "-manifest.txt" delimited by size
                     into bkp-manifest-name
              end-string

              move 0 to msk-file-count
              move 0 to msk-masked-file-count
              move 0 to msk-record-count
              move 0 to msk-failed-count
              move 0 to msk-collision-count
              move 0 to msk-left-out-count

              open output backup-manifest
              if bkp-manifest-status not = "00"
                  move "Unable to create the masked-set manifest." to output-buffer
                  perform outputLine
                  add 1 to msk-failed-count
                  exit paragraph
              end-if
              move spaces to bkp-manifest-line
              string "MASKED|" delimited by size
                     msk-stamp delimited by size
                     into bkp-manifest-line
              end-string
              write bkp-manifest-line

              perform varying bkp-idx from 1 by 1 until bkp-idx > 92
                  move bkp-file-entry(bkp-idx) to bkp-src-name
                  call "CBL_CHECK_FILE_EXIST" using bkp-src-name bkp-file-info
                  if return-code = 0
                      move spaces to msk-out-name
                      string "masked-" delimited by size
                             msk-stamp delimited by size
                             "-" delimited by size
                             function trim(bkp-src-name trailing) delimited by size
                             into msk-out-name
                      end-string
                      move 'N' to msk-file-ok-flag
                      evaluate bkp-src-name
                          when "acct-database.dat"
                              perform maskAccountFile
                          when "message-database.dat"
                              perform maskMessageFile
                          when "message-archive.dat"
                              perform maskArchiveFile
                          when "message-quarantine.dat"
                              perform maskQuarantineFile
                          when "scheduled-messages.dat"
                              perform maskScheduledFile
                          when "waitlist.dat"
                              perform maskWaitlistFile
                          when "company-database.dat"
                              perform maskCompanyFile
                          when "ref-letters.dat"
                              perform maskRefLetterFile
                          when "transcripts.dat"
                              perform maskTranscriptFile
                          when "search-index.dat"
                              perform maskSearchIndexFile
                          when "report-distribution.dat"
                              perform maskDistributionFile
                          when "mail-spool.dat"
                              perform maskMailSpoolFile
                          when "application-database.dat"
                              perform maskApplicationFile
                          when "application-archive.dat"
                              perform maskAppArchiveFile
                          when "org-posts.dat"
                              perform maskOrgPostFile
                          when "introductions.dat"
                              perform maskIntroductionFile
                          when "company-reviews.dat"
                              perform maskReviewFile
                          when "employer-contacts.dat"
                              perform maskEmployerContactFile
                          when "advising-notes.log"
                              perform maskAdvisingNotesFile
                          when "interview-database.dat"
                              perform maskInterviewFile
                          when "appointments.dat"
                              perform maskAppointmentFile
                          when "credit-internships.dat"
                              perform maskCreditInternshipFile
                          when "timesheets.dat"
                              perform maskTimesheetFile
                          when "mentorship-meetings.log"
                              perform maskMeetingLogFile
                          when "moderation-queue.dat"
                              perform maskModerationFile
                          when "support-sessions.dat"
                              perform maskSupportSessionFile
                          when "placements-interface.dat"
                              perform maskPlacementFile
                          when "legal-holds.dat"
                              perform maskLegalHoldFile
                          when "eeo-selfid.dat"
                              perform maskSelfIdFile
                          when "operators.dat"
                              perform maskOperatorFile
                          *> Files holding usernames, keys, codes and dates
                          *> only - safe to copy as they stand
                          when "pending-requests.dat"
                          when "connection-database.dat"
                          when "rejected-connections.dat"
                          when "job-database.dat"
                          when "skills-database.dat"
                          when "language-strings.dat"
                          when "events-database.dat"
                          when "event-rsvps.dat"
                          when "saved-jobs.dat"
                          when "saved-searches.dat"
                          when "offers-database.dat"
                          when "blocked-users.dat"
                          when "job-archive.dat"
                          when "announcements.dat"
                          when "profile-views.log"
                          when "endorsements.log"
                          when "login-history.log"
                          when "job-views.log"
                          when "announcement-seen.log"
                          when "audit-log.dat"
                          when "mentorship-database.dat"
                          when "company-members.dat"
                          when "survey-database.dat"
                          when "advisor-caseload.dat"
                          when "referral-database.dat"
                          when "certificates.dat"
                          when "notify-prefs.dat"
                          when "batch-run-ledger.dat"
                          when "audit-chain.dat"
                          when "retention-policies.dat"
                          when "job-chain.dat"
                          when "job-chain-state.dat"
                          when "audit-archive-index.txt"
                          when "audit-chain-base.dat"
                          when "pending-approvals.dat"
                          when "skill-questions.dat"
                          when "skill-attempts.dat"
                          when "skill-completions.dat"
                          when "job-skills.dat"
                          when "job-stages.dat"
                          when "stage-history.dat"
                          when "closeout-notices.dat"
                          when "talent-pools.dat"
                          when "job-invites.dat"
                          when "locations.dat"
                          when "job-eligibility.dat"
                          when "billing-prices.dat"
                          when "billing-events.dat"
                          when "career-fairs.dat"
                          when "fair-booths.dat"
                          when "message-filters.dat"
                          when "risk-rules.dat"
                          when "risk-scores.dat"
                          when "organizations.dat"
                          when "org-members.dat"
                          when "batch-control.dat"
                          when "institution-calendar.dat"
                          when "job-checkpoints.dat"
                          when "ats-partners.dat"
                          when "ats-sent.dat"
                          when "campuses.dat"
                          when "operator-campus.dat"
                              call "CBL_COPY_FILE" using bkp-src-name msk-out-name
                              if return-code = 0
                                  move 'Y' to msk-file-ok-flag
                              end-if
                          *> Anything else (a file added to the backup list
                          *> without a masked rewrite of its own) may hold
                          *> personal free text - it stays out of the set
                          when other
                              move 'L' to msk-file-ok-flag
                      end-evaluate

                      evaluate true
                          when msk-file-left-out
                              add 1 to msk-left-out-count
                              move spaces to output-buffer
                              string function trim(bkp-src-name trailing) delimited by size
                                     " left out of the masked set (personal data)." delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                          when msk-file-ok
                              call "CBL_CHECK_FILE_EXIST" using msk-out-name bkp-file-info
                              add 1 to msk-file-count
                              move bkp-file-size to bkp-size-display
                              move spaces to bkp-manifest-line
                              string function trim(bkp-src-name trailing) delimited by size
                                     "|" delimited by size
                                     bkp-size-display delimited by size
                                     into bkp-manifest-line
                              end-string
                              write bkp-manifest-line
                          when other
                              add 1 to msk-failed-count
                              move spaces to output-buffer
                              string "WARNING: could not write a masked copy of " delimited by size
                                     function trim(bkp-src-name trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                      end-evaluate
                  end-if
              end-perform
              close backup-manifest

              move current-user to audit-actor
              move "masked-set" to audit-file-name
              move msk-stamp to audit-record-key
              move "MASK" to audit-action
              perform recordAuditEvent

              move spaces to output-buffer
              string "Masked set " delimited by size
                     msk-stamp delimited by size
                     " written: " delimited by size
                     function trim(msk-file-count leading) delimited by size
                     " file(s), " delimited by size
                     function trim(msk-masked-file-count leading) delimited by size
                     " masked, " delimited by size
                     function trim(msk-record-count leading) delimited by size
                     " record(s) rewritten, " delimited by size
                     function trim(msk-left-out-count leading) delimited by size
                     " left out." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if msk-collision-count > 0
                  move spaces to output-buffer
                  string "WARNING: " delimited by size
                         function trim(msk-collision-count leading) delimited by size
                         " masked key(s) collided and were dropped from the copy." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if msk-failed-count > 0
                  move "WARNING: the masked set is incomplete - see the files listed above." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: maskHashText
*> Purpose:   Folds msk-hash-in into a repeatable number - the same
*>            text always gives the same hash
*> Input:     msk-hash-in
*> Output:    msk-hash
       maskHashText.
              move 0 to msk-hash
              move function length(function trim(msk-hash-in trailing)) to msk-hash-len
              perform varying msk-hash-idx from 1 by 1 until msk-hash-idx > msk-hash-len
                  compute msk-hash = function mod(msk-hash * 31
                      + function ord(msk-hash-in(msk-hash-idx:1)), 999999937)
              end-perform
              exit.

*> Paragraph: maskFakeName
*> Purpose:   Picks the fake first and last name for a person key
*> Input:     msk-hash-in (username, or a reference's name)
*> Output:    msk-first-out, msk-last-out
       maskFakeName.
              perform maskHashText
              compute msk-first-idx = function mod(msk-hash, 50) + 1
              compute msk-hash-q = msk-hash / 50
              compute msk-last-idx = function mod(msk-hash-q, 50) + 1
              move msk-first-name(msk-first-idx) to msk-first-out
              move msk-last-name(msk-last-idx) to msk-last-out
              exit.

*> Paragraph: maskRefName
*> Purpose:   Fake "First Last" for a reference's name, keyed on the
*>            name itself so the profile and the letter file agree
*> Input:     msk-hash-in (the original name)
*> Output:    msk-name-out
       maskRefName.
              move function upper-case(function trim(msk-hash-in)) to msk-hash-in
              perform maskFakeName
              move spaces to msk-name-out
              string function trim(msk-first-out trailing) delimited by size
                     " " delimited by size
                     function trim(msk-last-out trailing) delimited by size
                     into msk-name-out
              end-string
              exit.

*> Paragraph: maskEmailText
*> Purpose:   Fake address for a real one - the same address maps to
*>            the same fake wherever it appears
*> Input:     msk-hash-in (the original address)
*> Output:    msk-email-out
       maskEmailText.
              move function lower-case(function trim(msk-hash-in)) to msk-hash-in
              perform maskHashText
              move msk-hash to msk-hash-digits
              move spaces to msk-email-out
              string "user" delimited by size
                     msk-hash-digits delimited by size
                     "@example.invalid" delimited by size
                     into msk-email-out
              end-string
              exit.

*> Paragraph: maskAccountRecord
*> Purpose:   Masks the personal fields of the account in acct-record
*>            (in memory only - the live file is never rewritten)
*> Input:     acct-record
*> Output:    acct-record
       maskAccountRecord.
              if profile-first-name not = spaces or profile-last-name not = spaces
                  move acct-username to msk-hash-in
                  perform maskFakeName
                  if profile-first-name not = spaces
                      move msk-first-out to profile-first-name
                  end-if
                  if profile-last-name not = spaces
                      move msk-last-out to profile-last-name
                  end-if
              end-if
              if profile-about-me not = spaces
                  move "About-me text masked for the test region." to profile-about-me
              end-if
              if profile-contact-email not = spaces
                  move profile-contact-email to msk-hash-in
                  perform maskEmailText
                  move msk-email-out to profile-contact-email
              end-if
              if acct-security-answer not = spaces
                  move "MASKED" to acct-security-answer
              end-if
              perform varying msk-ref-idx from 1 by 1 until msk-ref-idx > 3
                  if ref-name(msk-ref-idx) not = spaces
                      move ref-name(msk-ref-idx) to msk-hash-in
                      perform maskRefName
                      move msk-name-out to ref-name(msk-ref-idx)
                  end-if
                  if ref-detail(msk-ref-idx) not = spaces
                      move ref-detail(msk-ref-idx) to msk-hash-in
                      perform maskEmailText
                      move msk-email-out to ref-detail(msk-ref-idx)
                  end-if
              end-perform
              exit.

*> Paragraph: maskLookupAccount
*> Purpose:   Reads an account from the live file and masks it, so a
*>            name copied into another file is rebuilt from the same
*>            fake values (acct-database must be open input)
*> Input:     acct-username
*> Output:    acct-record, msk-acct-found-flag
       maskLookupAccount.
              move 'N' to msk-acct-found-flag
              read acct-database key is acct-username
                  invalid key
                      continue
                  not invalid key
                      move 'Y' to msk-acct-found-flag
                      perform maskAccountRecord
              end-read
              if not msk-acct-found
                  move acct-username to msk-hash-in
                  perform maskFakeName
                  move msk-first-out to profile-first-name
                  move msk-last-out to profile-last-name
              end-if
              exit.

*> Paragraph: maskAccountFile
*> Purpose:   Writes the masked copy of acct-database.dat
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskAccountFile.
              open input acct-database
              if acct-database-status not = "00"
                  close acct-database
                  exit paragraph
              end-if
              open output mask-acct-out
              if msk-out-status not = "00"
                  close acct-database
                  exit paragraph
              end-if
              perform until acct-database-status not = "00"
                  read acct-database next record
                      at end
                          exit perform
                      not at end
                          perform maskAccountRecord
                          write mska-record from acct-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-acct-out
              close acct-database
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskMessageFile
*> Purpose:   Writes the masked copy of message-database.dat
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskMessageFile.
              open input message-database
              if message-database-status not = "00"
                  close message-database
                  exit paragraph
              end-if
              open output mask-message-out
              if msk-out-status not = "00"
                  close message-database
                  exit paragraph
              end-if
              perform until message-database-status(1:1) not = "0"
                  read message-database next record
                      at end
                          exit perform
                      not at end
                          if message-content not = spaces
                              move "Message text masked for the test region." to message-content
                          end-if
                          write mskm-record from message-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-message-out
              close message-database
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskArchiveFile
*> Purpose:   Writes the masked copy of message-archive.dat (each row
*>            is a message-record image)
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskArchiveFile.
              open input message-archive
              if message-archive-status not = "00"
                  close message-archive
                  exit paragraph
              end-if
              open output mask-archive-out
              if msk-out-status not = "00"
                  close message-archive
                  exit paragraph
              end-if
              perform until message-archive-status not = "00"
                  read message-archive next record
                      at end
                          exit perform
                      not at end
                          move msga-record to message-record
                          if message-content not = spaces
                              move "Message text masked for the test region." to message-content
                          end-if
                          move spaces to mskx-record
                          move message-record to mskx-record
                          write mskx-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-archive-out
              close message-archive
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskQuarantineFile
*> Purpose:   Writes the masked copy of message-quarantine.dat
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskQuarantineFile.
              open input message-quarantine
              if quarantine-status not = "00"
                  close message-quarantine
                  exit paragraph
              end-if
              open output mask-quarantine-out
              if msk-out-status not = "00"
                  close message-quarantine
                  exit paragraph
              end-if
              perform until quarantine-status not = "00"
                  read message-quarantine next record
                      at end
                          exit perform
                      not at end
                          if qmsg-content not = spaces
                              move "Message text masked for the test region." to qmsg-content
                          end-if
                          write mskq-record from quarantine-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-quarantine-out
              close message-quarantine
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskScheduledFile
*> Purpose:   Writes the masked copy of scheduled-messages.dat
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskScheduledFile.
              open input scheduled-messages
              if scheduled-status not = "00"
                  close scheduled-messages
                  exit paragraph
              end-if
              open output mask-scheduled-out
              if msk-out-status not = "00"
                  close scheduled-messages
                  exit paragraph
              end-if
              perform until scheduled-status not = "00"
                  read scheduled-messages next record
                      at end
                          exit perform
                      not at end
                          if sch-content not = spaces
                              move "Message text masked for the test region." to sch-content
                          end-if
                          if sch-template not = spaces
                              move "Message text masked for the test region." to sch-template
                          end-if
                          write msks-record from scheduled-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-scheduled-out
              close scheduled-messages
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskWaitlistFile
*> Purpose:   Writes the masked copy of waitlist.dat
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskWaitlistFile.
              open input waitlist
              if waitlist-status not = "00"
                  close waitlist
                  exit paragraph
              end-if
              open output mask-waitlist-out
              if msk-out-status not = "00"
                  close waitlist
                  exit paragraph
              end-if
              perform until waitlist-status not = "00"
                  read waitlist next record
                      at end
                          exit perform
                      not at end
                          if wait-contact not = spaces
                              move wait-contact to msk-hash-in
                              perform maskEmailText
                              move msk-email-out to wait-contact
                          end-if
                          write mskw-record from waitlist-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-waitlist-out
              close waitlist
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskCompanyFile
*> Purpose:   Writes the masked copy of company-database.dat
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskCompanyFile.
              open input company-database
              if company-database-status not = "00"
                  close company-database
                  exit paragraph
              end-if
              open output mask-company-out
              if msk-out-status not = "00"
                  close company-database
                  exit paragraph
              end-if
              perform until company-database-status not = "00"
                  read company-database next record
                      at end
                          exit perform
                      not at end
                          if company-contact not = spaces
                              move company-contact to msk-hash-in
                              perform maskEmailText
                              move msk-email-out to company-contact
                          end-if
                          write mskc-record from company-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-company-out
              close company-database
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskRefLetterFile
*> Purpose:   Writes the masked copy of ref-letters.dat - the key
*>            carries the reference's name, so it is rebuilt from the
*>            fake name the profile's reference entry also gets
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskRefLetterFile.
              open input ref-letters
              if not ref-letters-ok
                  close ref-letters
                  exit paragraph
              end-if
              open output mask-refletter-out
              if msk-out-status not = "00"
                  close ref-letters
                  exit paragraph
              end-if
              perform until not ref-letters-ok
                  read ref-letters next record
                      at end
                          exit perform
                      not at end
                          if refltr-ref-name not = spaces
                              move refltr-ref-name to msk-hash-in
                              perform maskRefName
                              move msk-name-out to refltr-ref-name
                              move spaces to refltr-key
                              string function trim(refltr-student trailing) delimited by size
                                     "|" delimited by size
                                     function trim(refltr-ref-name trailing) delimited by size
                                     into refltr-key
                              end-string
                          end-if
                          if refltr-contact not = spaces
                              move refltr-contact to msk-hash-in
                              perform maskEmailText
                              move msk-email-out to refltr-contact
                          end-if
                          if refltr-letter-text not = spaces
                              move "Reference letter text masked for the test region." to refltr-letter-text
                          end-if
                          write mskr-record from refletter-record
                              invalid key
                                  add 1 to msk-collision-count
                              not invalid key
                                  add 1 to msk-record-count
                          end-write
                  end-read
              end-perform
              close mask-refletter-out
              close ref-letters
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskTranscriptFile
*> Purpose:   Writes the masked copy of transcripts.dat - the printed
*>            student name is rebuilt from the masked profile
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskTranscriptFile.
              open input transcripts
              if transcript-status not = "00"
                  close transcripts
                  exit paragraph
              end-if
              open output mask-transcript-out
              if msk-out-status not = "00"
                  close transcripts
                  exit paragraph
              end-if
              open input acct-database
              perform until transcript-status not = "00"
                  read transcripts next record
                      at end
                          exit perform
                      not at end
                          if trn-student-name not = spaces
                              move trn-username to acct-username
                              perform maskLookupAccount
                              move spaces to trn-student-name
                              string function trim(profile-first-name trailing) delimited by size
                                     " " delimited by size
                                     function trim(profile-last-name trailing) delimited by size
                                     into trn-student-name
                              end-string
                          end-if
                          write mskt-record from transcript-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close acct-database
              close mask-transcript-out
              close transcripts
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskSearchIndexFile
*> Purpose:   Writes the masked copy of search-index.dat - the "FIRST
*>            LAST" name entries are rebuilt from the masked profile
*>            the same way insertSearchIndexEntries builds them
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskSearchIndexFile.
              open input search-index
              if not search-index-ok
                  close search-index
                  exit paragraph
              end-if
              open output mask-index-out
              if msk-out-status not = "00"
                  close search-index
                  exit paragraph
              end-if
              open input acct-database
              perform until not search-index-ok
                  read search-index next record
                      at end
                          exit perform
                      not at end
                          if idx-kind = 'N'
                              move idx-username to acct-username
                              perform maskLookupAccount
                              move spaces to idx-token
                              string function upper-case(function trim(profile-first-name trailing)) delimited by size
                                     " " delimited by size
                                     function upper-case(function trim(profile-last-name trailing)) delimited by size
                                     into idx-token
                              end-string
                              move spaces to idx-key
                              string function trim(idx-token trailing) delimited by size
                                     "|" delimited by size
                                     function trim(idx-username trailing) delimited by size
                                     into idx-key
                              end-string
                          end-if
                          write mski-record from index-record
                              invalid key
                                  add 1 to msk-collision-count
                              not invalid key
                                  add 1 to msk-record-count
                          end-write
                  end-read
              end-perform
              close acct-database
              close mask-index-out
              close search-index
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskDistributionFile
*> Purpose:   Writes the masked copy of report-distribution.dat - an
*>            outside recipient's key is the address itself
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskDistributionFile.
              open input report-distribution
              if not distribution-ok
                  close report-distribution
                  exit paragraph
              end-if
              open output mask-distribution-out
              if msk-out-status not = "00"
                  close report-distribution
                  exit paragraph
              end-if
              perform until not distribution-ok
                  read report-distribution next record
                      at end
                          exit perform
                      not at end
                          if dst-to-external
                              move dst-recipient to msk-hash-in
                              perform maskEmailText
                              move msk-email-out to dst-recipient
                          end-if
                          if dst-address not = spaces
                              move dst-address to msk-hash-in
                              perform maskEmailText
                              move msk-email-out to dst-address
                          end-if
                          write mskd-record from distribution-record
                              invalid key
                                  add 1 to msk-collision-count
                              not invalid key
                                  add 1 to msk-record-count
                          end-write
                  end-read
              end-perform
              close mask-distribution-out
              close report-distribution
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskMailSpoolFile
*> Purpose:   Writes the masked copy of mail-spool.dat - the contact
*>            address, an outside recipient's address and the body
*>            are replaced, the routing fields kept
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskMailSpoolFile.
              open input mail-spool
              if mail-spool-status not = "00"
                  close mail-spool
                  exit paragraph
              end-if
              open output mask-spool-out
              if msk-out-status not = "00"
                  close mail-spool
                  exit paragraph
              end-if
              perform until mail-spool-status not = "00"
                  read mail-spool
                      at end
                          exit perform
                      not at end
                          perform maskSpoolLine
                          move msk-masked-line to msk-spool-line
                          write msk-spool-line
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-spool-out
              close mail-spool
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskSpoolLine
*> Purpose:   Masks one "recipient|contact|subject|queued-date|status|
*>            token|sender|retries|body" spool line
*> Input:     mail-spool-line
*> Output:    msk-masked-line
       maskSpoolLine.
              move spaces to msk-sp-fields
              move 1 to msk-sp-ptr
              unstring mail-spool-line delimited by "|"
                  into msk-sp-field(1) msk-sp-field(2) msk-sp-field(3)
                       msk-sp-field(4) msk-sp-field(5) msk-sp-field(6)
                       msk-sp-field(7) msk-sp-field(8)
                  with pointer msk-sp-ptr
              end-unstring

              move 0 to msk-at-count
              inspect msk-sp-field(1) tallying msk-at-count for all "@"
              if msk-at-count > 0
                  move msk-sp-field(1) to msk-hash-in
                  perform maskEmailText
                  move msk-email-out to msk-sp-field(1)
              end-if
              if msk-sp-field(2) not = spaces
                  move msk-sp-field(2) to msk-hash-in
                  perform maskEmailText
                  move msk-email-out to msk-sp-field(2)
              end-if

              move spaces to msk-masked-line
              move 1 to msk-line-ptr
              perform varying msk-sp-idx from 1 by 1 until msk-sp-idx > 8
                  string function trim(msk-sp-field(msk-sp-idx) trailing) delimited by size
                         "|" delimited by size
                         into msk-masked-line
                         with pointer msk-line-ptr
                  end-string
              end-perform
              if msk-sp-ptr <= 900
              and mail-spool-line(msk-sp-ptr:) not = spaces
                  string "Message text masked for the test region." delimited by size
                         into msk-masked-line
                         with pointer msk-line-ptr
                  end-string
              end-if
              exit.

*> Paragraph: maskApplicationRecord
*> Purpose:   Blanks out the free text an applicant typed into the
*>            application in application-record - the resume text
*>            (which carries names and pasted letter text) and the
*>            screening answers
       maskApplicationRecord.
              if application-resume-text not = spaces
                  move "Resume text masked for the test region." to application-resume-text
              end-if
              perform varying msk-ref-idx from 1 by 1 until msk-ref-idx > 5
                  if application-screen-answer(msk-ref-idx) not = spaces
                      move "Answer masked for the test region." to application-screen-answer(msk-ref-idx)
                  end-if
              end-perform
              exit.

*> Paragraph: maskApplicationFile
*> Purpose:   Writes the masked copy of application-database.dat
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskApplicationFile.
              open input application-database
              if not application-ok
                  close application-database
                  exit paragraph
              end-if
              open output mask-application-out
              if msk-out-status not = "00"
                  close application-database
                  exit paragraph
              end-if
              perform until application-database-status(1:1) not = "0"
                  read application-database next record
                      at end
                          exit perform
                      not at end
                          perform maskApplicationRecord
                          write mskp-record from application-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-application-out
              close application-database
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskAppArchiveFile
*> Purpose:   Writes the masked copy of application-archive.dat - each
*>            record is an application image, masked the same way as
*>            the live file
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskAppArchiveFile.
              open input application-archive
              if application-archive-status not = "00"
                  close application-archive
                  exit paragraph
              end-if
              open output mask-apparc-out
              if msk-out-status not = "00"
                  close application-archive
                  exit paragraph
              end-if
              perform until application-archive-status not = "00"
                  read application-archive next record
                      at end
                          exit perform
                      not at end
                          move apparc-record to application-record
                          perform maskApplicationRecord
                          move spaces to apparc-record
                          move application-record to apparc-record
                          write mskh-record from apparc-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-apparc-out
              close application-archive
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskOrgPostFile
*> Purpose:   Writes the masked copy of org-posts.dat - the board
*>            threads stay intact, the post text does not
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskOrgPostFile.
              open input org-posts
              if org-post-status not = "00"
                  close org-posts
                  exit paragraph
              end-if
              open output mask-orgpost-out
              if msk-out-status not = "00"
                  close org-posts
                  exit paragraph
              end-if
              perform until org-post-status not = "00"
                  read org-posts next record
                      at end
                          exit perform
                      not at end
                          if orp-text not = spaces
                              move "Post text masked for the test region." to orp-text
                          end-if
                          write msko-record from org-post-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-orgpost-out
              close org-posts
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskIntroductionFile
*> Purpose:   Writes the masked copy of introductions.dat - the
*>            requester's and the introducer's notes are replaced
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskIntroductionFile.
              open input introductions
              if introduction-status not = "00"
                  close introductions
                  exit paragraph
              end-if
              open output mask-intro-out
              if msk-out-status not = "00"
                  close introductions
                  exit paragraph
              end-if
              perform until introduction-status not = "00"
                  read introductions next record
                      at end
                          exit perform
                      not at end
                          if intro-note not = spaces
                              move "Introduction note masked for the test region." to intro-note
                          end-if
                          if intro-forward-note not = spaces
                              move "Introduction note masked for the test region." to intro-forward-note
                          end-if
                          write mskn-record from introduction-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-intro-out
              close introductions
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskReviewFile
*> Purpose:   Writes the masked copy of company-reviews.dat - ratings
*>            and moderation state are kept, the student's comment and
*>            the employer's reply are replaced
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskReviewFile.
              open input company-reviews
              if company-review-status not = "00"
                  close company-reviews
                  exit paragraph
              end-if
              open output mask-review-out
              if msk-out-status not = "00"
                  close company-reviews
                  exit paragraph
              end-if
              perform until company-review-status not = "00"
                  read company-reviews next record
                      at end
                          exit perform
                      not at end
                          if crv-comment not = spaces
                              move "Review comment masked for the test region." to crv-comment
                          end-if
                          if crv-response not = spaces
                              move "Employer reply masked for the test region." to crv-response
                          end-if
                          write mskv-record from company-review-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-review-out
              close company-reviews
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskEmployerContactFile
*> Purpose:   Writes the masked copy of employer-contacts.dat - the
*>            contact notes name people on both sides, so they go
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskEmployerContactFile.
              open input employer-contacts
              if employer-contact-status not = "00"
                  close employer-contacts
                  exit paragraph
              end-if
              open output mask-contact-out
              if msk-out-status not = "00"
                  close employer-contacts
                  exit paragraph
              end-if
              perform until employer-contact-status not = "00"
                  read employer-contacts next record
                      at end
                          exit perform
                      not at end
                          if ecl-notes not = spaces
                              move "Contact notes masked for the test region." to ecl-notes
                          end-if
                          write mske-record from employer-contact-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-contact-out
              close employer-contacts
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskAdvisingNotesFile
*> Purpose:   Writes the masked copy of advising-notes.log - each
*>            "advisor|student|date|text" line keeps its first three
*>            fields and loses the note text
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskAdvisingNotesFile.
              open input advising-notes
              if advising-notes-status not = "00"
                  close advising-notes
                  exit paragraph
              end-if
              open output mask-notes-out
              if msk-out-status not = "00"
                  close advising-notes
                  exit paragraph
              end-if
              perform until advising-notes-status not = "00"
                  read advising-notes
                      at end
                          exit perform
                      not at end
                          move 1 to adv-split-ptr
                          unstring advising-note-line delimited by "|"
                              into adv-split-advisor
                                   adv-split-student
                                   adv-split-date
                              with pointer adv-split-ptr
                          end-unstring
                          if adv-split-ptr <= 530
                          and advising-note-line(adv-split-ptr:) not = spaces
                              move "Advising note masked for the test region." to advising-note-line(adv-split-ptr:)
                          end-if
                          write msk-notes-line from advising-note-line
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-notes-out
              close advising-notes
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskInterviewFile
*> Purpose:   Writes the masked copy of interview-database.dat - the
*>            slots and scorecard ratings stay, the interviewer's
*>            comments do not
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskInterviewFile.
              open input interview-database
              if interview-database-status not = "00"
                  close interview-database
                  exit paragraph
              end-if
              open output mask-interview-out
              if msk-out-status not = "00"
                  close interview-database
                  exit paragraph
              end-if
              perform until interview-database-status not = "00"
                  read interview-database next record
                      at end
                          exit perform
                      not at end
                          if interview-fb-comments not = spaces
                              move "Interview comments masked for the test region." to interview-fb-comments
                          end-if
                          write mskiv-record from interview-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-interview-out
              close interview-database
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskAppointmentFile
*> Purpose:   Writes the masked copy of appointments.dat - the slot
*>            and booking stay, the reason and meeting place do not
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskAppointmentFile.
              open input appointments
              if appointment-status not = "00"
                  close appointments
                  exit paragraph
              end-if
              open output mask-appointment-out
              if msk-out-status not = "00"
                  close appointments
                  exit paragraph
              end-if
              perform until appointment-status not = "00"
                  read appointments next record
                      at end
                          exit perform
                      not at end
                          if apt-location not = spaces
                              move "Location masked" to apt-location
                          end-if
                          if apt-reason not = spaces
                              move "Reason masked for the test region." to apt-reason
                          end-if
                          write mskap-record from appointment-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-appointment-out
              close appointments
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskCreditInternshipFile
*> Purpose:   Writes the masked copy of credit-internships.dat - the
*>            term, hours, ratings and grade stay, the learning
*>            objectives and evaluation comments do not
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskCreditInternshipFile.
              open input credit-internships
              if credit-internship-status not = "00"
                  close credit-internships
                  exit paragraph
              end-if
              open output mask-credit-out
              if msk-out-status not = "00"
                  close credit-internships
                  exit paragraph
              end-if
              perform until credit-internship-status not = "00"
                  read credit-internships next record
                      at end
                          exit perform
                      not at end
                          perform varying msk-ref-idx from 1 by 1 until msk-ref-idx > 3
                              if cri-objective(msk-ref-idx) not = spaces
                                  move "Objective masked for the test region." to cri-objective(msk-ref-idx)
                              end-if
                          end-perform
                          if cri-mid-comments not = spaces
                              move "Evaluation comments masked for the test region." to cri-mid-comments
                          end-if
                          if cri-final-comments not = spaces
                              move "Evaluation comments masked for the test region." to cri-final-comments
                          end-if
                          write mskcr-record from credit-internship-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-credit-out
              close credit-internships
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskTimesheetFile
*> Purpose:   Writes the masked copy of timesheets.dat - the hours
*>            and pay stay, the supervisor's note does not
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskTimesheetFile.
              open input timesheets
              if timesheet-status not = "00"
                  close timesheets
                  exit paragraph
              end-if
              open output mask-timesheet-out
              if msk-out-status not = "00"
                  close timesheets
                  exit paragraph
              end-if
              perform until timesheet-status not = "00"
                  read timesheets next record
                      at end
                          exit perform
                      not at end
                          if tms-note not = spaces
                              move "Note masked for the test region." to tms-note
                          end-if
                          write msktm-record from timesheet-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-timesheet-out
              close timesheets
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskMeetingLogFile
*> Purpose:   Writes the masked copy of mentorship-meetings.log - each
*>            "student|mentor|date|notes" line keeps its first three
*>            fields and loses the meeting notes
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskMeetingLogFile.
              open input mentorship-meetings
              if mnt-meetings-status not = "00"
                  close mentorship-meetings
                  exit paragraph
              end-if
              open output mask-notes-out
              if msk-out-status not = "00"
                  close mentorship-meetings
                  exit paragraph
              end-if
              perform until mnt-meetings-status not = "00"
                  read mentorship-meetings
                      at end
                          exit perform
                      not at end
                          move 1 to mnt-split-ptr
                          unstring mnt-meeting-line delimited by "|"
                              into mnt-split-student
                                   mnt-split-mentor
                                   mnt-split-date
                              with pointer mnt-split-ptr
                          end-unstring
                          if mnt-split-ptr <= 530
                          and mnt-meeting-line(mnt-split-ptr:) not = spaces
                              move "Meeting notes masked for the test region." to mnt-meeting-line(mnt-split-ptr:)
                          end-if
                          write msk-notes-line from mnt-meeting-line
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-notes-out
              close mentorship-meetings
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskModerationFile
*> Purpose:   Writes the masked copy of moderation-queue.dat - who
*>            reported what stays, the complaint and the operator's
*>            decision text do not
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskModerationFile.
              open input moderation-queue
              if moderation-status not = "00"
                  close moderation-queue
                  exit paragraph
              end-if
              open output mask-moderation-out
              if msk-out-status not = "00"
                  close moderation-queue
                  exit paragraph
              end-if
              perform until moderation-status not = "00"
                  read moderation-queue next record
                      at end
                          exit perform
                      not at end
                          if mod-reason not = spaces
                              move "Report text masked for the test region." to mod-reason
                          end-if
                          if mod-decision not = spaces
                              move "Decision text masked for the test region." to mod-decision
                          end-if
                          write mskmd-record from moderation-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-moderation-out
              close moderation-queue
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskSupportSessionFile
*> Purpose:   Writes the masked copy of support-sessions.dat - the
*>            session times and notice flag stay, the reason the
*>            operator gave does not
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskSupportSessionFile.
              open input support-sessions
              if support-session-status not = "00"
                  close support-sessions
                  exit paragraph
              end-if
              open output mask-support-out
              if msk-out-status not = "00"
                  close support-sessions
                  exit paragraph
              end-if
              perform until support-session-status not = "00"
                  read support-sessions next record
                      at end
                          exit perform
                      not at end
                          if sps-reason not = spaces
                              move "Support reason masked for the test region." to sps-reason
                          end-if
                          write mskss-record from support-session-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-support-out
              close support-sessions
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskPlacementFile
*> Purpose:   Writes the masked copy of placements-interface.dat - the
*>            student name on each detail record is rebuilt from the
*>            masked profile, and the trailer's hash total is worked
*>            out again over the masked details so the copy still
*>            passes the interface checks
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskPlacementFile.
              open input placements-interface
              if placements-interface-status not = "00"
                  close placements-interface
                  exit paragraph
              end-if
              open output mask-placement-out
              if msk-out-status not = "00"
                  close placements-interface
                  exit paragraph
              end-if
              move 0 to plif-hash
              open input acct-database
              perform until placements-interface-status not = "00"
                  read placements-interface
                      at end
                          exit perform
                      not at end
                          move placements-interface-line to plif-record
                          evaluate plif-rec-type
                              when 'D'
                                  if plif-student-name not = spaces
                                      move plif-username to acct-username
                                      perform maskLookupAccount
                                      move spaces to plif-student-name
                                      string function trim(profile-first-name trailing) delimited by size
                                             " " delimited by size
                                             function trim(profile-last-name trailing) delimited by size
                                             into plif-student-name
                                      end-string
                                  end-if
                                  compute plif-hash = function mod(plif-hash
                                      + function length(function trim(plif-record trailing)),
                                      999999999)
                              when 'T'
                                  move plif-hash to plif-student-name(1:9)
                          end-evaluate
                          write msk-placement-line from plif-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close acct-database
              close mask-placement-out
              close placements-interface
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskLegalHoldFile
*> Purpose:   Writes the masked copy of legal-holds.dat - the held
*>            subjects stay so the purge paths behave the same in the
*>            test region, counsel's matter reference does not
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskLegalHoldFile.
              open input legal-holds
              if legal-hold-status not = "00"
                  close legal-holds
                  exit paragraph
              end-if
              open output mask-hold-out
              if msk-out-status not = "00"
                  close legal-holds
                  exit paragraph
              end-if
              perform until legal-hold-status not = "00"
                  read legal-holds next record
                      at end
                          exit perform
                      not at end
                          if lgh-matter not = spaces
                              move "MATTER MASKED" to lgh-matter
                          end-if
                          write msklh-record from legal-hold-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-hold-out
              close legal-holds
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskSelfIdFile
*> Purpose:   Writes the masked copy of eeo-selfid.dat - each student
*>            keeps a row, but every answer becomes 0 (prefer not to
*>            say), so no real self-identification leaves production
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskSelfIdFile.
              open input eeo-selfid
              if eeo-selfid-status not = "00"
                  close eeo-selfid
                  exit paragraph
              end-if
              open output mask-eeo-out
              if msk-out-status not = "00"
                  close eeo-selfid
                  exit paragraph
              end-if
              perform until eeo-selfid-status not = "00"
                  read eeo-selfid next record
                      at end
                          exit perform
                      not at end
                          move zeros to eeo-answers
                          write mskee-record from eeo-selfid-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-eeo-out
              close eeo-selfid
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*> Paragraph: maskOperatorFile
*> Purpose:   Writes the masked copy of operators.dat - the ids and
*>            privileges stay, the name becomes a fake one keyed on
*>            the id and the password hash is blanked
*> Input:     msk-out-name
*> Output:    msk-file-ok-flag
       maskOperatorFile.
              open input operators
              if operator-status not = "00"
                  close operators
                  exit paragraph
              end-if
              open output mask-operator-out
              if msk-out-status not = "00"
                  close operators
                  exit paragraph
              end-if
              perform until operator-status not = "00"
                  read operators next record
                      at end
                          exit perform
                      not at end
                          if opr-name not = spaces
                              move opr-id to msk-hash-in
                              perform maskFakeName
                              move spaces to opr-name
                              string function trim(msk-first-out trailing) delimited by size
                                     " " delimited by size
                                     function trim(msk-last-out trailing) delimited by size
                                     into opr-name
                              end-string
                          end-if
                          move spaces to opr-password
                          write mskop-record from operator-record
                          add 1 to msk-record-count
                  end-read
              end-perform
              close mask-operator-out
              close operators
              move 'Y' to msk-file-ok-flag
              add 1 to msk-masked-file-count
              exit.

*>*******************************************************************
*> Dual-control approvals - destructive operator actions (restore
*> from backup, deleting someone's account, flagging an account from
*> the moderation queue, placing or releasing a legal hold) create a
*> pending-approval record; a
*> DIFFERENT operator reviews and approves or rejects it, and only
*> then does the action execute, with both identities on the record
*> and in the audit trail. confirmAction asking the same person twice
*> was the security review's top finding.
*>*******************************************************************

*> Paragraph: createPendingApproval
*> Purpose:   Queues one destructive action for second-operator review
*> Input:     apv-action-buffer, apv-target-buffer, operator-id
*> Output:    None
       createPendingApproval.
              open i-o pending-approvals
              if approvals-file-missing
                  open output pending-approvals
                  close pending-approvals
                  open i-o pending-approvals
              end-if
              if not approvals-ok
                  move "Unable to open the pending-approvals file." to output-buffer
                  perform outputLine
                  close pending-approvals
                  exit paragraph
              end-if

              move 0 to apv-next-id
              perform until approvals-status not = "00"
                  read pending-approvals next record
                      at end
                          exit perform
                      not at end
                          if appr-key > apv-next-id
                              move appr-key to apv-next-id
                          end-if
                  end-read
              end-perform

              initialize approval-record
              compute appr-key = apv-next-id + 1
              move apv-action-buffer to appr-action
              move apv-target-buffer to appr-target
              move operator-id to appr-requested-by
              move function current-date(1:8) to appr-request-date
              move "PENDING" to appr-status
              write approval-record
              if approvals-ok
                  move spaces to apv-audit-actor
                  string "OPERATOR:" delimited by size
                         function trim(operator-id trailing) delimited by size
                         into apv-audit-actor
                  end-string
                  move apv-audit-actor to audit-actor
                  move "pending-approvals.dat" to audit-file-name
                  move appr-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string "Queued for approval: " delimited by size
                         function trim(apv-action-buffer trailing) delimited by size
                         " on " delimited by size
                         function trim(apv-target-buffer trailing) delimited by size
                         " - a different operator must approve it before anything happens." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move "Could not queue the approval." to output-buffer
                  perform outputLine
              end-if
              close pending-approvals
              exit.

*>*******************************************************************
*> Pending approvals review (admin) - the second operator's screen
*>*******************************************************************
       reviewPendingApprovals.
              move "--- Pending Approvals (two-person rule) ---" to output-buffer
              perform outputLine
              move 0 to apv-list-count
              open input pending-approvals
              if approvals-ok
                  perform until approvals-status not = "00"
                      read pending-approvals next record
                          at end
                              exit perform
                          not at end
                              if appr-pending
                                  perform apvTargetInScope
                              end-if
                              if appr-pending and apv-in-scope
                              and apv-list-count < 50
                                  add 1 to apv-list-count
                                  move appr-key to apv-list-id-entry(apv-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(apv-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(appr-action trailing) delimited by size
                                         " on " delimited by size
                                         function trim(appr-target trailing) delimited by size
                                         " (asked by " delimited by size
                                         function trim(appr-requested-by trailing) delimited by size
                                         " on " delimited by size
                                         appr-request-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close pending-approvals

              if apv-list-count = 0
                  move "Nothing is waiting for approval." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to decide (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to apv-selected-index
              if apv-selected-index < 1 or apv-selected-index > apv-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o pending-approvals
              if not approvals-ok
                  close pending-approvals
                  exit paragraph
              end-if
              move apv-list-id-entry(apv-selected-index) to appr-key
              read pending-approvals
                  key is appr-key
                  invalid key
                      move "That request is no longer on file." to output-buffer
                      perform outputLine
                      close pending-approvals
                      exit paragraph
              end-read

              *> The whole point: the requester cannot be the approver
              if function trim(appr-requested-by trailing) =
                 function trim(operator-id trailing)
                  move "You requested this action - a DIFFERENT operator must decide it." to output-buffer
                  perform outputLine
                  close pending-approvals
                  exit paragraph
              end-if

              *> Campus staff decide only for accounts on their campus
              perform apvTargetInScope
              if not apv-in-scope
                  move "That request is for an account outside your campus." to output-buffer
                  perform outputLine
                  close pending-approvals
                  exit paragraph
              end-if

              *> ...and the approver must hold the privilege the action
              *> itself needs, so dual control cannot be used to reach
              *> a function the second operator was never given
              evaluate true
                  when appr-restore
                      move "r" to opr-check-code
                  when appr-delete-acct
                      move "dl" to opr-check-code
                  when appr-flag-acct
                      move "m" to opr-check-code
                  when appr-rename-acct
                      move "2n" to opr-check-code
                  when appr-hold-place or appr-hold-release
                      move "h" to opr-check-code
                  when other
                      move spaces to opr-check-code
              end-evaluate
              perform checkOperatorPrivilege
              if not opr-permitted
                  close pending-approvals
                  exit paragraph
              end-if

              move "[a] Approve and execute  [r] Reject (anything else to decide later):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'a' or input-buffer(1:1) = 'A'
                      move "DONE" to appr-status
                  when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                      move "REJECTED" to appr-status
                  when other
                      close pending-approvals
                      exit paragraph
              end-evaluate
              move operator-id to appr-decided-by
              move function current-date(1:8) to appr-decided-date
              rewrite approval-record
              close pending-approvals

              move spaces to apv-audit-actor
              string "OPERATOR:" delimited by size
                     function trim(operator-id trailing) delimited by size
                     into apv-audit-actor
              end-string
              move apv-audit-actor to audit-actor
              move "pending-approvals.dat" to audit-file-name
              move appr-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent

              if appr-rejected
                  move "Request rejected - nothing was executed." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform executeApprovedAction
              exit.

*> Paragraph: apvTargetInScope
*> Purpose:   Decides whether the account a pending deletion, flag or
*>            rename acts on is within the signed-in operator's
*>            campus - central staff see every request, and requests
*>            not aimed at one account (restores, holds) are left to
*>            their own privileges
*> Input:     approval-record, staff scope
*> Output:    apv-in-scope-flag (acct-record is reloaded)
       apvTargetInScope.
              move 'Y' to apv-in-scope-flag
              if cmp-staff-central
                  exit paragraph
              end-if
              evaluate true
                  when appr-delete-acct or appr-flag-acct
                      move function trim(appr-target trailing) to buffer-acct-username
                  when appr-rename-acct
                      move spaces to buffer-acct-username
                      unstring appr-target delimited by "|"
                          into buffer-acct-username
                      end-unstring
                  when other
                      exit paragraph
              end-evaluate
              perform findAcct
              perform campusStaffAcctGate
              if not acct-found
                  move 'N' to apv-in-scope-flag
              end-if
              exit.

*> Paragraph: executeApprovedAction
*> Purpose:   Runs the action the second operator just approved
*> Input:     approval-record (already marked DONE)
*> Output:    None
       executeApprovedAction.
              evaluate true
                  when appr-restore
                      move appr-target(1:14) to bkp-stamp
                      perform executeRestoreSet
                  when appr-delete-acct
                      move function trim(appr-target trailing) to buffer-acct-username
                      perform findAcct
                      if acct-found
                          move current-user to temp-current-user
                          move buffer-acct-username to current-user
                          perform performAccountPurge
                          move temp-current-user to current-user
                          if not lgh-purge-refused
                              move "Account and all associated data removed." to output-buffer
                              perform outputLine
                          end-if
                      else
                          move "The target account is no longer on file." to output-buffer
                          perform outputLine
                      end-if
                  when appr-flag-acct
                      move function trim(appr-target trailing) to buffer-acct-username
                      perform findAcct
                      if acct-found
                          move 'Y' to acct-flagged
                          move apv-audit-actor to persist-audit-actor
                          perform persistLoginState
                          *> The moderation report that asked for the
                          *> flag closes with it, so it stops sitting
                          *> open inviting a duplicate queue entry
                          perform closeModReportsForFlag
                          move "Account flagged." to output-buffer
                          perform outputLine
                      else
                          move "The target account is no longer on file." to output-buffer
                          perform outputLine
                      end-if
                  when appr-rename-acct
                      move spaces to rnm-old-name
                      move spaces to rnm-new-name
                      unstring appr-target delimited by "|"
                          into rnm-old-name
                               rnm-new-name
                      end-unstring
                      move rnm-new-name to buffer-acct-username
                      perform findAcct
                      if acct-found
                          move "The new username has since been taken - nothing changed." to output-buffer
                          perform outputLine
                      else
                          move rnm-old-name to buffer-acct-username
                          perform findAcct
                          if acct-found
                              move operator-id to rnm-operator
                              move 1 to rnm-start-step
                              perform runUsernameRename
                          else
                              move "The target account is no longer on file." to output-buffer
                              perform outputLine
                          end-if
                      end-if
                  when appr-hold-place
                      perform lghApplyPlace
                  when appr-hold-release
                      perform lghApplyRelease
                  when other
                      move "Unknown approval action - nothing executed." to output-buffer
                      perform outputLine
              end-evaluate
              exit.

*> Paragraph: closeModReportsForFlag
*> Purpose:   Marks every open PROFILE moderation report against the
*>            just-flagged account ACTIONED, now that the two-person
*>            flag has actually executed
*> Input:     appr-target (the flagged username)
*> Output:    None
       closeModReportsForFlag.
              open i-o moderation-queue
              if moderation-ok
                  perform until moderation-status not = "00"
                      read moderation-queue next record
                          at end
                              exit perform
                          not at end
                              if mod-open
                              and function trim(mod-target-type trailing) = "PROFILE"
                              and function trim(mod-target-key trailing) =
                                  function trim(appr-target trailing)
                                  move "ACTIONED" to mod-status
                                  move "account flagged (two-person approved)" to mod-decision
                                  rewrite moderation-record
                                  move apv-audit-actor to audit-actor
                                  move "moderation-queue.dat" to audit-file-name
                                  move mod-key to audit-record-key
                                  move "REWRITE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close moderation-queue
              exit.

*>*******************************************************************
*> Profile completeness - one score out of 100 from the student's
*> profile (about me, dated experience, education, references,
*> contact email), their completed skill assessments and verified
*> enrollment. Employers reviewing applicants skip thin profiles, so
*> students see their score and what to add next after sign-in,
*> advisors see it on the caseload, and the COMPLETENESS batch job
*> reports it by cohort for career services.
*>*******************************************************************

*> Paragraph: computeProfileCompleteness
*> Purpose:   Scores the account loaded in acct-record
*> Input:     acct-record
*> Output:    pfc-score, pfc-have-table (Y = item present)
       computeProfileCompleteness.
              move all 'N' to pfc-have-table

              perform varying pfc-idx from 1 by 1 until pfc-idx > 3
                  if exp-title(pfc-idx) not = spaces
                  and exp-from-date(pfc-idx) not = spaces
                      move 'Y' to pfc-have(1)
                  end-if
                  if edu-degree(pfc-idx) not = spaces
                      move 'Y' to pfc-have(3)
                  end-if
                  if ref-name(pfc-idx) not = spaces
                      move 'Y' to pfc-have(6)
                  end-if
              end-perform
              if profile-about-me not = spaces
                  move 'Y' to pfc-have(2)
              end-if
              move acct-username to usk-lookup-user
              perform loadUserCompletions
              if usk-count > 0
                  move 'Y' to pfc-have(4)
              end-if
              if acct-verified-enrollment = 'Y'
                  move 'Y' to pfc-have(5)
              end-if
              if profile-contact-email not = spaces
                  move 'Y' to pfc-have(7)
              end-if

              move 0 to pfc-score
              perform varying pfc-idx from 1 by 1 until pfc-idx > pfc-item-count
                  if pfc-have(pfc-idx) = 'Y'
                      add pfc-item-weight(pfc-idx) to pfc-score
                  end-if
              end-perform
              exit.

*> Paragraph: showProfileCompleteness
*> Purpose:   Prints one student's score and their three heaviest
*>            missing items (after sign-in, and for an advisor
*>            opening an advisee)
*> Input:     pfc-user
*> Output:    None
       showProfileCompleteness.
              move pfc-user to buffer-acct-username
              perform findAcct
              if not acct-found
                  exit paragraph
              end-if
              perform computeProfileCompleteness
              move pfc-score to pfc-score-disp
              move spaces to output-buffer
              string "Profile completeness: " delimited by size
                     function trim(pfc-score-disp leading) delimited by size
                     "%" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if pfc-score = 100
                  exit paragraph
              end-if
              move "Top missing items:" to output-buffer
              perform outputLine
              move 0 to pfc-shown
              perform varying pfc-idx from 1 by 1
                      until pfc-idx > pfc-item-count or pfc-shown >= 3
                  if pfc-have(pfc-idx) = 'N'
                      add 1 to pfc-shown
                      move spaces to output-buffer
                      string "  - " delimited by size
                             function trim(pfc-item-advice(pfc-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
              end-perform
              exit.

*>*******************************************************************
*> Profile completeness report (batch job COMPLETENESS) - average
*> score of every student account by major, graduation year and
*> university, then the open-to-work students scoring below
*> pfc-threshold with what each is missing, for advisor follow-up
*>*******************************************************************
       profileCompletenessReport.
              move 0 to pfc-student-count
              move 0 to pfc-low-count
              move 0 to pfc-score-total
              move 0 to pfc-group-count
              move 'N' to pfc-groups-truncated-flag

              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              if acct-student
                                  perform pfcTallyOneStudent
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database

              move "PROFILE COMPLETENESS" to rpt-name
              perform reportInit
              if pfc-student-count > 0
                  compute pfc-average rounded = pfc-score-total / pfc-student-count
              else
                  move 0 to pfc-average
              end-if
              move pfc-student-count to pfc-count-disp
              move pfc-average to pfc-score-disp
              move spaces to output-buffer
              string "Students scored: " delimited by size
                     function trim(pfc-count-disp leading) delimited by size
                     "   Average completeness: " delimited by size
                     function trim(pfc-score-disp leading) delimited by size
                     "%" delimited by size
                     into output-buffer
              end-string
              perform reportLine
              if pfc-groups-truncated-flag = 'Y'
                  move "WARNING: more cohorts than the report holds - the breakdowns are truncated." to output-buffer
                  perform reportLine
              end-if

              move "By Major:" to output-buffer
              perform reportLine
              move "M" to pfc-bucket-kind
              perform pfcPrintGroups
              move "By Graduation Year:" to output-buffer
              perform reportLine
              move "Y" to pfc-bucket-kind
              perform pfcPrintGroups
              move "By University:" to output-buffer
              perform reportLine
              move "U" to pfc-bucket-kind
              perform pfcPrintGroups

              move pfc-threshold to pfc-score-disp
              move spaces to output-buffer
              string "Open to work and below " delimited by size
                     function trim(pfc-score-disp leading) delimited by size
                     "%:" delimited by size
                     into output-buffer
              end-string
              perform reportLine
              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              if acct-student and status-open-to-work
                                  perform computeProfileCompleteness
                                  if pfc-score < pfc-threshold
                                      perform pfcPrintLowStudent
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database
              if pfc-low-count = 0
                  move "  None." to output-buffer
                  perform reportLine
              end-if
              perform reportEnd
              exit.

*> Paragraph: pfcTallyOneStudent
*> Purpose:   Scores the student in acct-record and folds the score
*>            into the overall and the three cohort tallies
*> Input:     acct-record
*> Output:    pfc-* tallies
       pfcTallyOneStudent.
              perform computeProfileCompleteness
              add 1 to pfc-student-count
              add pfc-score to pfc-score-total

              move "M" to pfc-bucket-kind
              move profile-major to pfc-bucket-key
              if pfc-bucket-key = spaces
                  move "(no major on file)" to pfc-bucket-key
              end-if
              perform pfcAccumulate

              move "Y" to pfc-bucket-kind
              if profile-graduation-year is numeric and profile-graduation-year > 0
                  move profile-graduation-year to pfc-bucket-key
              else
                  move "(no year on file)" to pfc-bucket-key
              end-if
              perform pfcAccumulate

              move "U" to pfc-bucket-kind
              move profile-university to pfc-bucket-key
              if pfc-bucket-key = spaces
                  move "(no university on file)" to pfc-bucket-key
              end-if
              perform pfcAccumulate
              exit.

*> Paragraph: pfcAccumulate
*> Purpose:   Adds pfc-score to the cohort row for pfc-bucket-kind /
*>            pfc-bucket-key, opening the row on first sight
*> Input:     pfc-bucket-kind, pfc-bucket-key, pfc-score
*> Output:    pfc-group-table
       pfcAccumulate.
              perform varying pfc-gdx from 1 by 1 until pfc-gdx > pfc-group-count
                  if pfc-group-kind(pfc-gdx) = pfc-bucket-kind
                  and pfc-group-key(pfc-gdx) = pfc-bucket-key
                      add 1 to pfc-group-n(pfc-gdx)
                      add pfc-score to pfc-group-total(pfc-gdx)
                      exit paragraph
                  end-if
              end-perform
              if pfc-group-count >= pfc-group-max
                  move 'Y' to pfc-groups-truncated-flag
                  exit paragraph
              end-if
              add 1 to pfc-group-count
              move pfc-bucket-kind to pfc-group-kind(pfc-group-count)
              move pfc-bucket-key to pfc-group-key(pfc-group-count)
              move 1 to pfc-group-n(pfc-group-count)
              move pfc-score to pfc-group-total(pfc-group-count)
              exit.

*> Paragraph: pfcPrintGroups
*> Purpose:   Prints the cohort rows of one kind with their averages
*> Input:     pfc-bucket-kind, pfc-group-table
*> Output:    None
       pfcPrintGroups.
              perform varying pfc-gdx from 1 by 1 until pfc-gdx > pfc-group-count
                  if pfc-group-kind(pfc-gdx) = pfc-bucket-kind
                      compute pfc-average rounded =
                          pfc-group-total(pfc-gdx) / pfc-group-n(pfc-gdx)
                      move pfc-group-n(pfc-gdx) to pfc-count-disp
                      move pfc-average to pfc-score-disp
                      move spaces to output-buffer
                      string "  " delimited by size
                             function trim(pfc-group-key(pfc-gdx) trailing) delimited by size
                             ": " delimited by size
                             function trim(pfc-count-disp leading) delimited by size
                             " student(s), average " delimited by size
                             function trim(pfc-score-disp leading) delimited by size
                             "%" delimited by size
                             into output-buffer
                      end-string
                      perform reportLine
                  end-if
              end-perform
              exit.

*> Paragraph: pfcPrintLowStudent
*> Purpose:   Prints one below-threshold student with the items they
*>            are missing
*> Input:     acct-record, pfc-score, pfc-have-table
*> Output:    pfc-low-count
       pfcPrintLowStudent.
              add 1 to pfc-low-count
              move pfc-score to pfc-score-disp
              move spaces to output-buffer
              move 1 to pfc-ptr
              string "  " delimited by size
                     function trim(acct-username trailing) delimited by size
                     " (" delimited by size
                     function trim(profile-first-name trailing) delimited by size
                     " " delimited by size
                     function trim(profile-last-name trailing) delimited by size
                     ") " delimited by size
                     function trim(pfc-score-disp leading) delimited by size
                     "% - missing: " delimited by size
                     into output-buffer
                     with pointer pfc-ptr
              end-string
              move 0 to pfc-shown
              perform varying pfc-idx from 1 by 1 until pfc-idx > pfc-item-count
                  if pfc-have(pfc-idx) = 'N'
                      if pfc-shown > 0
                          string ", " delimited by size
                                 into output-buffer
                                 with pointer pfc-ptr
                          end-string
                      end-if
                      string function trim(pfc-item-short(pfc-idx) trailing) delimited by size
                             into output-buffer
                             with pointer pfc-ptr
                      end-string
                      add 1 to pfc-shown
                  end-if
              end-perform
              perform reportLine
              exit.

*>*******************************************************************
*> Placement and outcomes report - joins application-database to
*> acct-database (major, university) and the posting's employer, and
*> prints applications submitted vs accepted with an acceptance rate,
*> grouped by major, by university and by employer, for a chosen
*> date range. This is the analytical report presented to the dean;
*> activityDigestReport only counts records.
*>*******************************************************************
       placementOutcomesReport.
              move "From date YYYYMMDD (blank = no lower bound):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to plc-report-from
              move "To date YYYYMMDD (blank = no upper bound):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to plc-report-to
              perform campusPickReportScope

              move 0 to plc-total-subs plc-total-accs
              move 0 to plc-major-count plc-univ-count plc-empl-count
              move 0 to plc-reg-count

              open input application-database
              if application-ok
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              perform plcTallyOneApplication
                      end-read
                  end-perform
              end-if
              close application-database

              *> The archival sweep moves closed postings' applications
              *> - exactly the ones carrying ACCEPTED outcomes - so the
              *> dean's numbers must include the archive too
              open input application-archive
              if application-archive-ok
                  perform until application-archive-status not = "00"
                      read application-archive next record
                          at end
                              exit perform
                          not at end
                              move apparc-record to application-record
                              perform plcTallyOneApplication
                      end-read
                  end-perform
              end-if
              close application-archive

              move "PLACEMENT AND OUTCOMES" to rpt-name
              perform reportInit
              move spaces to output-buffer
              string "Applications in range: " delimited by size
                     function trim(plc-total-subs leading) delimited by size
                     "   Accepted: " delimited by size
                     function trim(plc-total-accs leading) delimited by size
                     into output-buffer
              end-string
              perform reportLine

              move "By Major:" to output-buffer
              perform reportLine
              perform varying plc-idx from 1 by 1 until plc-idx > plc-major-count
                  compute plc-rate = (plc-major-acc-entry(plc-idx) * 100)
                      / plc-major-sub-entry(plc-idx)
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(plc-major-key-entry(plc-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(plc-major-sub-entry(plc-idx) leading) delimited by size
                         " submitted, " delimited by size
                         function trim(plc-major-acc-entry(plc-idx) leading) delimited by size
                         " accepted (" delimited by size
                         function trim(plc-rate leading) delimited by size
                         "%)" delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
              end-perform

              move "By University:" to output-buffer
              perform reportLine
              perform varying plc-idx from 1 by 1 until plc-idx > plc-univ-count
                  compute plc-rate = (plc-univ-acc-entry(plc-idx) * 100)
                      / plc-univ-sub-entry(plc-idx)
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(plc-univ-key-entry(plc-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(plc-univ-sub-entry(plc-idx) leading) delimited by size
                         " submitted, " delimited by size
                         function trim(plc-univ-acc-entry(plc-idx) leading) delimited by size
                         " accepted (" delimited by size
                         function trim(plc-rate leading) delimited by size
                         "%)" delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
              end-perform

              move "By Employer:" to output-buffer
              perform reportLine
              perform varying plc-idx from 1 by 1 until plc-idx > plc-empl-count
                  compute plc-rate = (plc-empl-acc-entry(plc-idx) * 100)
                      / plc-empl-sub-entry(plc-idx)
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(plc-empl-key-entry(plc-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(plc-empl-sub-entry(plc-idx) leading) delimited by size
                         " submitted, " delimited by size
                         function trim(plc-empl-acc-entry(plc-idx) leading) delimited by size
                         " accepted (" delimited by size
                         function trim(plc-rate leading) delimited by size
                         "%)" delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
              end-perform

              move "By Region:" to output-buffer
              perform reportLine
              perform varying plc-idx from 1 by 1 until plc-idx > plc-reg-count
                  compute plc-rate = (plc-reg-acc(plc-idx) * 100)
                      / plc-reg-sub(plc-idx)
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(plc-reg-key(plc-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(plc-reg-sub(plc-idx) leading) delimited by size
                         " submitted, " delimited by size
                         function trim(plc-reg-acc(plc-idx) leading) delimited by size
                         " accepted (" delimited by size
                         function trim(plc-rate leading) delimited by size
                         "%)" delimited by size
                         into output-buffer
                  end-string
                  perform reportLine
              end-perform
              perform reportEnd
              exit.

*> Paragraph: plcTallyOneApplication
*> Purpose:   Folds the application loaded in application-record into
*>            the placement tallies when it falls inside the chosen
*>            date range (shared by the live and archive passes)
*> Input:     application-record, plc-report-from, plc-report-to
*> Output:    plc-* tallies
       plcTallyOneApplication.
              if (plc-report-from not = spaces
                  and application-created-date < plc-report-from)
              or (plc-report-to not = spaces
                  and application-created-date > plc-report-to)
                  exit paragraph
              end-if
              move application-username to cmp-check-user
              perform campusUserInReport
              if not cmp-in-report
                  exit paragraph
              end-if
              add 1 to plc-total-subs
              if application-accepted
                  move 'Y' to plc-bucket-accepted
                  add 1 to plc-total-accs
              else
                  move 'N' to plc-bucket-accepted
              end-if

              *> Join to the applicant's profile for major and university
              move application-username to buffer-acct-username
              perform findAcct
              if acct-found
                  move profile-major to plc-bucket-key
                  if function trim(plc-bucket-key trailing) = spaces
                      move "(no major on file)" to plc-bucket-key
                  end-if
                  perform accumulateMajorPlacement
                  move profile-university to plc-bucket-key
                  if function trim(plc-bucket-key trailing) = spaces
                      move "(no university on file)" to plc-bucket-key
                  end-if
                  perform accumulateUnivPlacement
              else
                  move "(account deleted)" to plc-bucket-key
                  perform accumulateMajorPlacement
                  move "(account deleted)" to plc-bucket-key
                  perform accumulateUnivPlacement
              end-if

              move application-employer to plc-bucket-key
              perform accumulateEmplPlacement

              *> By region of the posting's location as applied to
              move application-location to loc-input
              perform regionForLocationText
              move 0 to plc-slot
              perform varying plc-idx from 1 by 1 until plc-idx > plc-reg-count
                  if plc-reg-key(plc-idx) = loc-cand
                      move plc-idx to plc-slot
                  end-if
              end-perform
              if plc-slot = 0 and plc-reg-count < 8
                  add 1 to plc-reg-count
                  move plc-reg-count to plc-slot
                  move loc-cand to plc-reg-key(plc-slot)
                  move 0 to plc-reg-sub(plc-slot)
                  move 0 to plc-reg-acc(plc-slot)
              end-if
              if plc-slot > 0
                  add 1 to plc-reg-sub(plc-slot)
                  if plc-bucket-accepted = 'Y'
                      add 1 to plc-reg-acc(plc-slot)
                  end-if
              end-if
              exit.

*> Paragraph: accumulateMajorPlacement
*> Purpose:   Adds one application (and its accepted flag) to the
*>            by-major tally under plc-bucket-key
*> Input:     plc-bucket-key, plc-bucket-accepted
*> Output:    plc-major-* tables
       accumulateMajorPlacement.
              perform varying plc-idx from 1 by 1 until plc-idx > plc-major-count
                  if function trim(plc-major-key-entry(plc-idx) trailing) =
                     function trim(plc-bucket-key trailing)
                      add 1 to plc-major-sub-entry(plc-idx)
                      if plc-bucket-accepted = 'Y'
                          add 1 to plc-major-acc-entry(plc-idx)
                      end-if
                      exit paragraph
                  end-if
              end-perform
              if plc-major-count < 50
                  add 1 to plc-major-count
                  move plc-bucket-key to plc-major-key-entry(plc-major-count)
                  move 1 to plc-major-sub-entry(plc-major-count)
                  if plc-bucket-accepted = 'Y'
                      move 1 to plc-major-acc-entry(plc-major-count)
                  else
                      move 0 to plc-major-acc-entry(plc-major-count)
                  end-if
              end-if
              exit.

*> Paragraph: accumulateUnivPlacement
*> Purpose:   Same tally as accumulateMajorPlacement, by university
       accumulateUnivPlacement.
              perform varying plc-idx from 1 by 1 until plc-idx > plc-univ-count
                  if function trim(plc-univ-key-entry(plc-idx) trailing) =
                     function trim(plc-bucket-key trailing)
                      add 1 to plc-univ-sub-entry(plc-idx)
                      if plc-bucket-accepted = 'Y'
                          add 1 to plc-univ-acc-entry(plc-idx)
                      end-if
                      exit paragraph
                  end-if
              end-perform
              if plc-univ-count < 50
                  add 1 to plc-univ-count
                  move plc-bucket-key to plc-univ-key-entry(plc-univ-count)
                  move 1 to plc-univ-sub-entry(plc-univ-count)
                  if plc-bucket-accepted = 'Y'
                      move 1 to plc-univ-acc-entry(plc-univ-count)
                  else
                      move 0 to plc-univ-acc-entry(plc-univ-count)
                  end-if
              end-if
              exit.

*> Paragraph: accumulateEmplPlacement
*> Purpose:   Same tally as accumulateMajorPlacement, by employer
       accumulateEmplPlacement.
              perform varying plc-idx from 1 by 1 until plc-idx > plc-empl-count
                  if function trim(plc-empl-key-entry(plc-idx) trailing) =
                     function trim(plc-bucket-key trailing)
                      add 1 to plc-empl-sub-entry(plc-idx)
                      if plc-bucket-accepted = 'Y'
                          add 1 to plc-empl-acc-entry(plc-idx)
                      end-if
                      exit paragraph
                  end-if
              end-perform
              if plc-empl-count < 50
                  add 1 to plc-empl-count
                  move plc-bucket-key to plc-empl-key-entry(plc-empl-count)
                  move 1 to plc-empl-sub-entry(plc-empl-count)
                  if plc-bucket-accepted = 'Y'
                      move 1 to plc-empl-acc-entry(plc-empl-count)
                  else
                      move 0 to plc-empl-acc-entry(plc-empl-count)
                  end-if
              end-if
              exit.

*>*******************************************************************
*> First-destination survey sweep (batch job SURVEY) - walks the
*> placements interface and spools a survey invitation at 3 and at 6
*> months after each offer acceptance, recording an INVITED survey
*> per placement and stage so no graduate is asked twice. Responses
*> come back off-platform and are keyed in by the operator.
*>*******************************************************************
       surveyInvitationSweep.
              move 0 to sur-invited-count
              move bdt-business-date to date-ymd-work
              compute date-int-work = function integer-of-date(date-ymd-work)

              open input placements-interface
              if placements-interface-status not = "00"
                  move "No placements interface file on disk - nothing to survey." to output-buffer
                  perform outputLine
                  close placements-interface
                  exit paragraph
              end-if
              perform until placements-interface-status not = "00"
                  read placements-interface
                      at end
                          exit perform
                      not at end
                          move placements-interface-line to plif-record
                          if plif-rec-type = 'D'
                          and plif-accept-date is numeric
                              move plif-accept-date to date-ymd-work-2
                              compute sur-days-since =
                                  date-int-work
                                  - function integer-of-date(date-ymd-work-2)
                              if sur-days-since >= 90
                                  move "3M" to survey-stage
                                  perform surveyMaybeInvite
                              end-if
                              if sur-days-since >= 180
                                  move "6M" to survey-stage
                                  perform surveyMaybeInvite
                              end-if
                          end-if
                  end-read
              end-perform
              close placements-interface

              move spaces to output-buffer
              string "Survey sweep complete: " delimited by size
                     function trim(sur-invited-count leading) delimited by size
                     " invitation(s) spooled." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: surveyMaybeInvite
*> Purpose:   Creates the survey record for the placement loaded in
*>            plif-record at the stage already set in survey-stage,
*>            and spools the invitation - a no-op when that stage was
*>            already invited
*> Input:     plif-record, survey-stage
*> Output:    sur-invited-count incremented per new invitation
       surveyMaybeInvite.
              open i-o survey-database
              if survey-file-missing
                  open output survey-database
                  close survey-database
                  open i-o survey-database
              end-if
              if not survey-db-ok
                  close survey-database
                  exit paragraph
              end-if

              move survey-stage to sur-stage-buffer
              move plif-username to survey-username
              move plif-accept-date to survey-accept-date
              read survey-database
                  key is survey-key
                  invalid key
                      initialize survey-record
                      move plif-username to survey-username
                      move plif-accept-date to survey-accept-date
                      move sur-stage-buffer to survey-stage
                      move plif-employer to survey-employer
                      move plif-job-title to survey-job-title
                      move "INVITED" to survey-status
                      move bdt-business-date to survey-invited-date
                      write survey-record
                      if survey-db-ok
                          add 1 to sur-invited-count
                          move "SURVEY" to audit-actor
                          move "survey-database.dat" to audit-file-name
                          move survey-key to audit-record-key
                          move "WRITE" to audit-action
                          perform recordAuditEvent

                          move survey-username to message-recipient-buffer
                          move spaces to message-content-buffer
                          string "How is the position at " delimited by size
                                 function trim(survey-employer trailing) delimited by size
                                 " going? Please answer the short " delimited by size
                                 survey-stage delimited by size
                                 " first-destination survey from career services." delimited by size
                                 into message-content-buffer
                          end-string
                          move "First-destination survey" to message-spool-subject
                          move "SURVEY" to notify-class-buffer
                          perform queueMailSpool
                          move spaces to message-spool-subject
                      end-if
                  not invalid key
                      continue
              end-read
              close survey-database
              exit.

*>*******************************************************************
*> Survey responses and results (operator) - keys in the responses
*> that come back off-platform and reports response rates and the
*> headline outcome figures next to the placement report
*>*******************************************************************
       surveyMenu.
              perform until not valid-read
                  move "--- First-Destination Surveys ---" to output-buffer
                  perform outputLine
                  move "[1] Record a Survey Response" to output-buffer
                  perform outputLine
                  move "[2] Response-Rate and Results Report" to output-buffer
                  perform outputLine
                  move "[q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice
                  evaluate true
                      when menu-choice = '1'
                          perform surveyRecordResponse
                      when menu-choice = '2'
                          perform surveyResultsReport
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: surveyRecordResponse
*> Purpose:   Lists the surveys still waiting on an answer and stores
*>            the chosen one's response (still employed, salary,
*>            satisfaction) against the placement record
*> Input:     None (prompts)
*> Output:    None
       surveyRecordResponse.
              move "--- Surveys Awaiting a Response ---" to output-buffer
              perform outputLine
              move 0 to sur-list-count
              open input survey-database
              if survey-db-ok
                  perform until survey-status-code not = "00"
                      read survey-database next record
                          at end
                              exit perform
                          not at end
                              if survey-invited and sur-list-count < 50
                                  add 1 to sur-list-count
                                  move survey-key to sur-list-key-entry(sur-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(sur-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(survey-username trailing) delimited by size
                                         " - " delimited by size
                                         survey-stage delimited by size
                                         " after " delimited by size
                                         function trim(survey-employer trailing) delimited by size
                                         " (invited " delimited by size
                                         survey-invited-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close survey-database

              if sur-list-count = 0
                  move "No surveys are waiting on a response." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to record its response (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to sur-selected-index
              if sur-selected-index < 1 or sur-selected-index > sur-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o survey-database
              if not survey-db-ok
                  move "Unable to open the survey database." to output-buffer
                  perform outputLine
                  close survey-database
                  exit paragraph
              end-if
              move sur-list-key-entry(sur-selected-index) to survey-key
              read survey-database
                  key is survey-key
                  invalid key
                      move "That survey is no longer on file." to output-buffer
                      perform outputLine
                      close survey-database
                      exit paragraph
              end-read

              move "Still employed at the placement employer? (Y/N): " to input-prompt
              perform readInputLine
              if function upper-case(function trim(input-buffer trailing)) = "Y"
                  move 'Y' to survey-still-employed
              else
                  move 'N' to survey-still-employed
              end-if
              move "Annual salary (digits only, blank if not given): " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is numeric
                  move function trim(input-buffer trailing) to survey-salary
              else
                  move 0 to survey-salary
              end-if
              move "Satisfaction 1 (poor) to 5 (excellent) (blank if not given): " to input-prompt
              perform readInputLine
              if input-buffer(1:1) >= '1' and input-buffer(1:1) <= '5'
                  move input-buffer(1:1) to survey-satisfaction
              else
                  move 0 to survey-satisfaction
              end-if
              move "RESPONDED" to survey-status
              move function current-date(1:8) to survey-response-date
              rewrite survey-record
              close survey-database
              perform setAuditActor
              move "survey-database.dat" to audit-file-name
              move survey-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              move "Response recorded." to output-buffer
              perform outputLine
              exit.

*> Paragraph: surveyResultsReport
*> Purpose:   Response rate per stage plus the headline figures the
*>            federal reporting wants - still-employed percentage,
*>            average reported salary, average satisfaction
*> Input:     None
*> Output:    None
       surveyResultsReport.
              move "--- Survey Response-Rate and Results ---" to output-buffer
              perform outputLine
              move 0 to sur-inv-3m
              move 0 to sur-inv-6m
              move 0 to sur-resp-3m
              move 0 to sur-resp-6m
              move 0 to sur-employed-count
              move 0 to sur-salary-sum
              move 0 to sur-salary-count
              move 0 to sur-satis-sum
              move 0 to sur-satis-count

              open input survey-database
              if survey-db-ok
                  perform until survey-status-code not = "00"
                      read survey-database next record
                          at end
                              exit perform
                          not at end
                              if survey-stage-3m
                                  add 1 to sur-inv-3m
                                  if survey-responded
                                      add 1 to sur-resp-3m
                                  end-if
                              else
                                  add 1 to sur-inv-6m
                                  if survey-responded
                                      add 1 to sur-resp-6m
                                  end-if
                              end-if
                              if survey-responded
                                  if survey-employed
                                      add 1 to sur-employed-count
                                  end-if
                                  if survey-salary > 0
                                      add survey-salary to sur-salary-sum
                                      add 1 to sur-salary-count
                                  end-if
                                  if survey-satisfaction > 0
                                      add survey-satisfaction to sur-satis-sum
                                      add 1 to sur-satis-count
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close survey-database

              if sur-inv-3m > 0
                  compute sur-rate = (sur-resp-3m * 100) / sur-inv-3m
              else
                  move 0 to sur-rate
              end-if
              move spaces to output-buffer
              string "3-month surveys: " delimited by size
                     function trim(sur-resp-3m leading) delimited by size
                     " of " delimited by size
                     function trim(sur-inv-3m leading) delimited by size
                     " answered (" delimited by size
                     function trim(sur-rate leading) delimited by size
                     "%)" delimited by size
                     into output-buffer
              end-string
              perform outputLine

              if sur-inv-6m > 0
                  compute sur-rate = (sur-resp-6m * 100) / sur-inv-6m
              else
                  move 0 to sur-rate
              end-if
              move spaces to output-buffer
              string "6-month surveys: " delimited by size
                     function trim(sur-resp-6m leading) delimited by size
                     " of " delimited by size
                     function trim(sur-inv-6m leading) delimited by size
                     " answered (" delimited by size
                     function trim(sur-rate leading) delimited by size
                     "%)" delimited by size
                     into output-buffer
              end-string
              perform outputLine

              if sur-resp-3m + sur-resp-6m > 0
                  compute sur-rate = (sur-employed-count * 100)
                      / (sur-resp-3m + sur-resp-6m)
                  move spaces to output-buffer
                  string "Still employed at the placement: " delimited by size
                         function trim(sur-rate leading) delimited by size
                         "% of respondents" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if sur-salary-count > 0
                  compute sur-avg = sur-salary-sum / sur-salary-count
                  move spaces to output-buffer
                  string "Average reported salary: " delimited by size
                         function trim(sur-avg leading) delimited by size
                         " (" delimited by size
                         function trim(sur-salary-count leading) delimited by size
                         " reporting)" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if sur-satis-count > 0
                  compute sur-avg = sur-satis-sum / sur-satis-count
                  move spaces to output-buffer
                  string "Average satisfaction: " delimited by size
                         function trim(sur-avg leading) delimited by size
                         " of 5 (" delimited by size
                         function trim(sur-satis-count leading) delimited by size
                         " reporting)" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Salary insights report - yearly salary ranges across the postings
*> that state one, grouped by location and by employer, plus a range
*> for postings matching a chosen major (the same title/description
*> substring match recommendedForYou uses). The answer to "what does
*> this major pay" that career advising used to shrug at.
*>*******************************************************************
       salaryInsightsReport.
              move "--- Salary Insights ---" to output-buffer
              perform outputLine
              move "Major to match against postings (blank to skip that section):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to sal-major-buffer
              perform campusPickReportScope
              perform campusScopeLine

              move 0 to sal-loc-count
              move 0 to sal-reg-count
              move 0 to sal-emp-count
              move 0 to sal-nonyearly-count
              move 9999999 to sal-major-min
              move 0 to sal-major-max
              move 0 to sal-major-count

              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              if job-salary-min > 0
                                  perform salaryTallyOneJob
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database

              if sal-nonyearly-count > 0
                  move spaces to output-buffer
                  string "(" delimited by size
                         function trim(sal-nonyearly-count leading) delimited by size
                         " posting(s) with hourly/monthly pay excluded from the yearly ranges)" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if

              move "By location:" to output-buffer
              perform outputLine
              if sal-loc-count = 0
                  move "  No postings state a yearly salary." to output-buffer
                  perform outputLine
              end-if
              perform varying sal-idx from 1 by 1 until sal-idx > sal-loc-count
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(sal-loc-key-entry(sal-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(sal-loc-min-entry(sal-idx) leading) delimited by size
                         " - " delimited by size
                         function trim(sal-loc-max-entry(sal-idx) leading) delimited by size
                         " (" delimited by size
                         function trim(sal-loc-count-entry(sal-idx) leading) delimited by size
                         " posting(s))" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform

              move "By region:" to output-buffer
              perform outputLine
              perform varying sal-idx from 1 by 1 until sal-idx > sal-reg-count
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(sal-reg-key(sal-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(sal-reg-min(sal-idx) leading) delimited by size
                         " - " delimited by size
                         function trim(sal-reg-max(sal-idx) leading) delimited by size
                         " (" delimited by size
                         function trim(sal-reg-jobs(sal-idx) leading) delimited by size
                         " posting(s))" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform

              move "By company:" to output-buffer
              perform outputLine
              perform varying sal-idx from 1 by 1 until sal-idx > sal-emp-count
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(sal-emp-key-entry(sal-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(sal-emp-min-entry(sal-idx) leading) delimited by size
                         " - " delimited by size
                         function trim(sal-emp-max-entry(sal-idx) leading) delimited by size
                         " (" delimited by size
                         function trim(sal-emp-count-entry(sal-idx) leading) delimited by size
                         " posting(s))" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform

              if function trim(sal-major-buffer trailing) not = spaces
                  move spaces to output-buffer
                  string "Postings matching '" delimited by size
                         function trim(sal-major-buffer trailing) delimited by size
                         "':" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  if sal-major-count = 0
                      move "  No salaried postings match that major." to output-buffer
                      perform outputLine
                  else
                      move spaces to output-buffer
                      string "  " delimited by size
                             function trim(sal-major-min leading) delimited by size
                             " - " delimited by size
                             function trim(sal-major-max leading) delimited by size
                             " (" delimited by size
                             function trim(sal-major-count leading) delimited by size
                             " posting(s))" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
              end-if
              move spaces to cmp-report-campus
              exit.

*> Paragraph: salaryTallyOneJob
*> Purpose:   Folds the salaried posting loaded in job-record into the
*>            by-location, by-region, by-employer and major-match
*>            ranges
*> Input:     job-record, sal-major-buffer
*> Output:    sal-* tallies
       salaryTallyOneJob.
              move job-campus to cmp-check-campus
              perform campusReportInScope
              if not cmp-in-report
                  exit paragraph
              end-if
              if not salary-yearly and job-salary-period not = spaces
                  add 1 to sal-nonyearly-count
                  exit paragraph
              end-if

              *> By location
              move 0 to sal-slot
              perform varying sal-idx from 1 by 1 until sal-idx > sal-loc-count
                  if function trim(sal-loc-key-entry(sal-idx) trailing) =
                     function trim(job-location trailing)
                      move sal-idx to sal-slot
                  end-if
              end-perform
              if sal-slot = 0 and sal-loc-count < 30
                  add 1 to sal-loc-count
                  move sal-loc-count to sal-slot
                  move job-location to sal-loc-key-entry(sal-slot)
                  move 9999999 to sal-loc-min-entry(sal-slot)
                  move 0 to sal-loc-max-entry(sal-slot)
                  move 0 to sal-loc-count-entry(sal-slot)
              end-if
              if sal-slot > 0
                  if job-salary-min < sal-loc-min-entry(sal-slot)
                      move job-salary-min to sal-loc-min-entry(sal-slot)
                  end-if
                  if job-salary-max > sal-loc-max-entry(sal-slot)
                      move job-salary-max to sal-loc-max-entry(sal-slot)
                  end-if
                  add 1 to sal-loc-count-entry(sal-slot)
              end-if

              *> By region - postings from before the location
              *> reference list are placed by their free text
              if job-region = spaces
                  move job-location to loc-input
                  perform regionForLocationText
              else
                  move job-region to loc-cand
              end-if
              move 0 to sal-slot
              perform varying sal-idx from 1 by 1 until sal-idx > sal-reg-count
                  if sal-reg-key(sal-idx) = loc-cand
                      move sal-idx to sal-slot
                  end-if
              end-perform
              if sal-slot = 0 and sal-reg-count < 8
                  add 1 to sal-reg-count
                  move sal-reg-count to sal-slot
                  move loc-cand to sal-reg-key(sal-slot)
                  move 9999999 to sal-reg-min(sal-slot)
                  move 0 to sal-reg-max(sal-slot)
                  move 0 to sal-reg-jobs(sal-slot)
              end-if
              if sal-slot > 0
                  if job-salary-min < sal-reg-min(sal-slot)
                      move job-salary-min to sal-reg-min(sal-slot)
                  end-if
                  if job-salary-max > sal-reg-max(sal-slot)
                      move job-salary-max to sal-reg-max(sal-slot)
                  end-if
                  add 1 to sal-reg-jobs(sal-slot)
              end-if

              *> By employer
              move 0 to sal-slot
              perform varying sal-idx from 1 by 1 until sal-idx > sal-emp-count
                  if function trim(sal-emp-key-entry(sal-idx) trailing) =
                     function trim(job-employer trailing)
                      move sal-idx to sal-slot
                  end-if
              end-perform
              if sal-slot = 0 and sal-emp-count < 30
                  add 1 to sal-emp-count
                  move sal-emp-count to sal-slot
                  move job-employer to sal-emp-key-entry(sal-slot)
                  move 9999999 to sal-emp-min-entry(sal-slot)
                  move 0 to sal-emp-max-entry(sal-slot)
                  move 0 to sal-emp-count-entry(sal-slot)
              end-if
              if sal-slot > 0
                  if job-salary-min < sal-emp-min-entry(sal-slot)
                      move job-salary-min to sal-emp-min-entry(sal-slot)
                  end-if
                  if job-salary-max > sal-emp-max-entry(sal-slot)
                      move job-salary-max to sal-emp-max-entry(sal-slot)
                  end-if
                  add 1 to sal-emp-count-entry(sal-slot)
              end-if

              *> Major match against title/description
              if function trim(sal-major-buffer trailing) not = spaces
                  move 0 to substr-count
                  inspect function trim(job-title trailing)
                      tallying substr-count for all function trim(sal-major-buffer trailing)
                  if substr-count = 0
                      inspect function trim(job-description trailing)
                          tallying substr-count for all function trim(sal-major-buffer trailing)
                  end-if
                  if substr-count > 0
                      if job-salary-min < sal-major-min
                          move job-salary-min to sal-major-min
                      end-if
                      if job-salary-max > sal-major-max
                          move job-salary-max to sal-major-max
                      end-if
                      add 1 to sal-major-count
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Employer responsiveness report - ranks employers by their median
*> days from an application's submission to its first status change,
*> using the application-status-date manageApplicant stamps. Students'
*> number-one complaint is silence; this is the lever.
*>*******************************************************************
       employerResponsivenessReport.
              move "--- Employer Responsiveness (median days to first decision) ---" to output-buffer
              perform outputLine
              move 0 to resp-emp-count
              move 'N' to resp-truncated-flag
              perform campusPickReportScope
              perform campusScopeLine

              open input application-database
              if application-ok
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              perform respTallyOneApplication
                      end-read
                  end-perform
              end-if
              close application-database

              open input application-archive
              if application-archive-ok
                  perform until application-archive-status not = "00"
                      read application-archive next record
                          at end
                              exit perform
                          not at end
                              move apparc-record to application-record
                              perform respTallyOneApplication
                      end-read
                  end-perform
              end-if
              close application-archive

              if resp-emp-count = 0
                  move "No applications with a recorded decision yet." to output-buffer
                  perform outputLine
                  move spaces to cmp-report-campus
                  exit paragraph
              end-if
              if resp-truncated-flag = 'Y'
                  move "WARNING: more than 30 employers on file - the ranking is truncated." to output-buffer
                  perform outputLine
              end-if

              *> Median per employer, then rank fastest first
              perform varying resp-idx from 1 by 1 until resp-idx > resp-emp-count
                  move 0 to med-count
                  perform varying resp-jdx from 1 by 1
                      until resp-jdx > resp-day-count-entry(resp-idx)
                      add 1 to med-count
                      move resp-day-entry(resp-idx, resp-jdx) to med-value-entry(med-count)
                  end-perform
                  perform computeMedian
                  move med-result to resp-emp-med-entry(resp-idx)
              end-perform

              perform varying resp-idx from 1 by 1 until resp-idx > resp-emp-count - 1
                  perform varying resp-jdx from 1 by 1
                      until resp-jdx > resp-emp-count - resp-idx
                      if resp-emp-med-entry(resp-jdx) > resp-emp-med-entry(resp-jdx + 1)
                          move resp-emp-key-entry(resp-jdx) to resp-swap-key
                          move resp-emp-med-entry(resp-jdx) to resp-swap-med
                          move resp-day-count-entry(resp-jdx) to resp-swap-count
                          move resp-emp-key-entry(resp-jdx + 1) to resp-emp-key-entry(resp-jdx)
                          move resp-emp-med-entry(resp-jdx + 1) to resp-emp-med-entry(resp-jdx)
                          move resp-day-count-entry(resp-jdx + 1) to resp-day-count-entry(resp-jdx)
                          move resp-swap-key to resp-emp-key-entry(resp-jdx + 1)
                          move resp-swap-med to resp-emp-med-entry(resp-jdx + 1)
                          move resp-swap-count to resp-day-count-entry(resp-jdx + 1)
                      end-if
                  end-perform
              end-perform

              perform varying resp-idx from 1 by 1 until resp-idx > resp-emp-count
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(resp-idx leading) delimited by size
                         ". " delimited by size
                         function trim(resp-emp-key-entry(resp-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(resp-emp-med-entry(resp-idx) leading) delimited by size
                         " day(s) median (" delimited by size
                         function trim(resp-day-count-entry(resp-idx) leading) delimited by size
                         " decided application(s))" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move spaces to cmp-report-campus
              exit.

*> Paragraph: respTallyOneApplication
*> Purpose:   Folds one decided application (status date on file) into
*>            the per-employer days-to-first-decision samples
*> Input:     application-record
*> Output:    resp-* tables
       respTallyOneApplication.
              if application-status-date is not numeric
              or application-created-date is not numeric
                  exit paragraph
              end-if
              *> Closing out a posting is not a decision on the
              *> applicant, so it says nothing about responsiveness
              if application-closed
                  exit paragraph
              end-if
              move application-username to cmp-check-user
              perform campusUserInReport
              if not cmp-in-report
                  exit paragraph
              end-if
              move application-created-date to date-ymd-work
              move application-status-date to date-ymd-work-2
              compute resp-days =
                  function integer-of-date(date-ymd-work-2)
                  - function integer-of-date(date-ymd-work)
              if resp-days < 0
                  move 0 to resp-days
              end-if

              move 0 to resp-slot
              perform varying resp-idx from 1 by 1 until resp-idx > resp-emp-count
                  if function trim(resp-emp-key-entry(resp-idx) trailing) =
                     function trim(application-employer trailing)
                      move resp-idx to resp-slot
                  end-if
              end-perform
              if resp-slot = 0
                  if resp-emp-count >= 30
                      move 'Y' to resp-truncated-flag
                      exit paragraph
                  end-if
                  add 1 to resp-emp-count
                  move resp-emp-count to resp-slot
                  move application-employer to resp-emp-key-entry(resp-slot)
                  move 0 to resp-day-count-entry(resp-slot)
              end-if
              if resp-day-count-entry(resp-slot) < 30
                  add 1 to resp-day-count-entry(resp-slot)
                  move resp-days to
                      resp-day-entry(resp-slot, resp-day-count-entry(resp-slot))
              end-if
              exit.

*>*******************************************************************
*> Stale-application nudges (batch job NUDGE) - spools a reminder to
*> the posting's owner for every application that has sat in
*> SUBMITTED with no status change for 14 days, at most one nudge per
*> application per window
*>*******************************************************************
       staleApplicationNudges.
              move 0 to nudge-count
              move bdt-business-date to date-ymd-work
              compute bdt-from-int = function integer-of-date(date-ymd-work)
              move nudge-days-window to bdt-span
              perform bdtSubtractDays
              move bdt-result-int to date-int-work
              compute date-ymd-work = function date-of-integer(date-int-work)
              move date-ymd-work to nudge-cutoff

              open i-o application-database
              if application-ok
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-submitted
                              and function trim(application-status-date trailing) = spaces
                              and function trim(application-stage trailing) = spaces
                              and application-created-date is numeric
                              and application-created-date not > nudge-cutoff
                              and (function trim(application-nudge-date trailing) = spaces
                                   or application-nudge-date not > nudge-cutoff)
                                  perform nudgeOneApplication
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database

              move spaces to output-buffer
              string "Nudge pass complete: " delimited by size
                     function trim(nudge-count leading) delimited by size
                     " reminder(s) spooled." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: nudgeOneApplication
*> Purpose:   Spools the reminder for the stale application loaded in
*>            application-record to the posting's owner and stamps the
*>            nudge date on the application
*> Input:     application-record (application-database open i-o)
*> Output:    nudge-count incremented
       nudgeOneApplication.
              *> The posting's creator is the one sitting on it
              move spaces to nudge-recipient
              open input job-database
              if job-database-ok
                  move function trim(application-job-key trailing) to job-key
                  read job-database
                      key is job-key
                      invalid key
                          continue
                      not invalid key
                          move job-creator to nudge-recipient
                  end-read
              end-if
              close job-database
              if function trim(nudge-recipient trailing) = spaces
                  exit paragraph
              end-if

              move nudge-recipient to message-recipient-buffer
              move spaces to message-content-buffer
              string "The application from " delimited by size
                     function trim(application-username trailing) delimited by size
                     " for " delimited by size
                     function trim(application-job-title trailing) delimited by size
                     " has had no decision since " delimited by size
                     application-created-date delimited by size
                     ". Please review it." delimited by size
                     into message-content-buffer
              end-string
              move "Application awaiting your decision" to message-spool-subject
              move "NUDGE" to notify-class-buffer
              perform queueMailSpool
              move spaces to message-spool-subject

              move bdt-business-date to application-nudge-date
              rewrite application-record
              if application-ok
                  add 1 to nudge-count
                  move "NUDGE" to audit-actor
                  move "application-database.dat" to audit-file-name
                  move application-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              exit.

*>*******************************************************************
*> Channel-attribution report - counts applications by the path the
*> student arrived by (browse, recommendation, saved job, saved-search
*> alert, company page, referral), so we know whether the matcher and
*> the alerts actually generate applications or just output. Archived
*> applications count too, like the placement report.
*>*******************************************************************
       applicationChannelReport.
              move "--- Application Channel Attribution ---" to output-buffer
              perform outputLine
              move 0 to atr-src-count
              move 0 to atr-total

              open input application-database
              if application-ok
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              perform atrTallyOneApplication
                      end-read
                  end-perform
              end-if
              close application-database

              open input application-archive
              if application-archive-ok
                  perform until application-archive-status not = "00"
                      read application-archive next record
                          at end
                              exit perform
                          not at end
                              move apparc-record to application-record
                              perform atrTallyOneApplication
                      end-read
                  end-perform
              end-if
              close application-archive

              if atr-total = 0
                  move "No applications on file." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform varying atr-idx from 1 by 1 until atr-idx > atr-src-count
                  compute atr-rate = (atr-src-count-entry(atr-idx) * 100) / atr-total
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(atr-src-key-entry(atr-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(atr-src-count-entry(atr-idx) leading) delimited by size
                         " application(s) (" delimited by size
                         function trim(atr-rate leading) delimited by size
                         "%)" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move spaces to output-buffer
              string "Total applications: " delimited by size
                     function trim(atr-total leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: atrTallyOneApplication
*> Purpose:   Folds the application loaded in application-record into
*>            the per-channel tallies (records from before the channel
*>            field count as BROWSE)
*> Input:     application-record
*> Output:    atr-* tallies
       atrTallyOneApplication.
              add 1 to atr-total
              if function trim(application-source trailing) = spaces
                  move "BROWSE" to application-source
              end-if
              move 0 to atr-slot
              perform varying atr-idx from 1 by 1 until atr-idx > atr-src-count
                  if function trim(atr-src-key-entry(atr-idx) trailing) =
                     function trim(application-source trailing)
                      move atr-idx to atr-slot
                  end-if
              end-perform
              if atr-slot = 0 and atr-src-count < 10
                  add 1 to atr-src-count
                  move atr-src-count to atr-slot
                  move application-source to atr-src-key-entry(atr-slot)
                  move 0 to atr-src-count-entry(atr-slot)
              end-if
              if atr-slot > 0
                  add 1 to atr-src-count-entry(atr-slot)
              end-if
              exit.

*>*******************************************************************
*> Archival sweep - moves every job posting that is CLOSED or past
*> its job-expiration-date out of the live job-database into
*> job-archive.dat, carrying that posting's application records into
*> application-archive.dat at the same time, so the full-file scans
*> (digest, recommendations, CSV export, browse) stop paying for
*> postings nobody can apply to any more. Postings and applications
*> under a legal hold stay in the live files.
*>*******************************************************************
       archiveExpiredJobs.
              move bdt-business-date to arc-today
              move 0 to arc-job-count
              move 0 to arc-app-count
              perform lghLoadHolds
              move "SWEEP" to ckp-job-work
              perform ckpBegin
              if ckp-restarting
                  move ckp-total(1) to arc-job-count
                  move ckp-total(2) to arc-app-count
              end-if

              open i-o job-archive
              if job-archive-missing
                  open output job-archive
                  close job-archive
                  open i-o job-archive
              end-if
              if not job-archive-ok
                  move "Unable to open job archive." to output-buffer
                  perform outputLine
                  close job-archive
                  exit paragraph
              end-if

              open i-o job-database
              if job-database-ok
                  *> A restarted run carries on past its checkpoint
                  if ckp-restarting and ckp-key-work not = spaces
                      move ckp-key-work to job-key
                      start job-database key is greater than job-key
                          invalid key
                              continue
                      end-start
                  end-if
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              move job-key to ckp-key-pending
                              if job-closed
                              or (function trim(job-expiration-date trailing) not = spaces
                                  and job-expiration-date < arc-today)
                                  perform lghCheckJobRecord
                                  if lgh-held
                                      move "job-database.dat" to lgh-skip-file
                                      move job-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      *> Anything still open is closed out
                                      *> before it leaves the live file
                                      if job-closed
                                          move "WITHDRAWN" to cls-reason
                                      else
                                          move "EXPIRED" to cls-reason
                                      end-if
                                      move "SWEEP" to cls-actor
                                      move spaces to cls-skip-key
                                      perform closeOutPosting
                                      move job-key to arc-job-key-buffer
                                      *> Archiving is a change the
                                      *> syndication feed must pick up
                                      move bdt-business-date to job-updated-date
                                      move spaces to jobarc-record
                                      move job-record to jobarc-record
                                      move 'N' to arc-moved-flag
                                      write jobarc-record
                                      if job-archive-ok
                                          move 'Y' to arc-moved-flag
                                      end-if
                                      if job-archive-status = "22"
                                          perform arcCheckJobCopy
                                      end-if
                                      *> Only remove the live record once the
                                      *> archive copy is safely on file
                                      if arc-moved
                                          delete job-database
                                          add 1 to arc-job-count
                                          perform setAuditActor
                                          move "job-database.dat" to audit-file-name
                                          move arc-job-key-buffer to audit-record-key
                                          move "ARCHIVE" to audit-action
                                          perform recordAuditEvent
                                          *> A swept posting leaves the
                                          *> search index with the file
                                          move arc-job-key-buffer to idx-jobkey-buffer
                                          perform deleteSearchIndexEntriesForJob
                                          perform archiveApplicationsForJobKey
                                      end-if
                                  end-if
                              end-if
                              move ckp-key-pending to ckp-key-work
                              move arc-job-count to ckp-total(1)
                              move arc-app-count to ckp-total(2)
                              perform ckpTick
                      end-read
                  end-perform
              end-if
              close job-database
              close job-archive
              perform ckpEnd

              move spaces to output-buffer
              string "Archived " delimited by size
                     function trim(arc-job-count leading) delimited by size
                     " posting(s) and " delimited by size
                     function trim(arc-app-count leading) delimited by size
                     " application(s)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              perform lghSkipSummary
              exit.

*> Paragraph: archiveApplicationsForJobKey
*> Purpose:   Moves every live application against arc-job-key-buffer
*>            into application-archive.dat, called once per posting as
*>            the archival sweep (or a restore in the other direction)
*>            moves the posting itself
*> Input:     arc-job-key-buffer
*> Output:    arc-app-count incremented per application moved
       archiveApplicationsForJobKey.
              open i-o application-archive
              if application-archive-missing
                  open output application-archive
                  close application-archive
                  open i-o application-archive
              end-if
              if not application-archive-ok
                  close application-archive
                  exit paragraph
              end-if

              open i-o application-database
              if application-ok
                  *> Straight to the posting's rows through the posting index
                  move arc-job-key-buffer to application-job-key
                  start application-database key is equal to application-job-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-job-key not = arc-job-key-buffer
                                  exit perform
                              end-if
                              if function trim(application-job-key trailing) =
                                 function trim(arc-job-key-buffer trailing)
                                  perform lghCheckApplication
                                  if lgh-held
                                      move "application-database.dat" to lgh-skip-file
                                      move application-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      move spaces to apparc-record
                                      move application-record to apparc-record
                                      move 'N' to arc-moved-flag
                                      write apparc-record
                                      if application-archive-ok
                                          move 'Y' to arc-moved-flag
                                      end-if
                                      if application-archive-status = "22"
                                          perform arcCheckApplicationCopy
                                      end-if
                                      if arc-moved
                                          delete application-database
                                          add 1 to arc-app-count
                                          perform setAuditActor
                                          move "application-database.dat" to audit-file-name
                                          move apparc-key to audit-record-key
                                          move "ARCHIVE" to audit-action
                                          perform recordAuditEvent
                                      end-if
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              close application-archive
              exit.

*> Paragraph: arcCheckJobCopy
*> Purpose:   Handles a posting the archive already holds (write
*>            status 22) - a sweep killed between the archive write and
*>            the live delete leaves it that way. When the archived
*>            copy is this posting, the move is finished; a different
*>            posting under the same key is reported and the live one
*>            stays where it is
*> Input:     job-record, jobarc-key
*> Output:    arc-moved-flag
       arcCheckJobCopy.
              move job-record to arc-live-image
              read job-archive key is jobarc-key
                  invalid key
                      continue
                  not invalid key
                      move jobarc-record to job-record
                      *> The earlier run may have stamped another day
                      move bdt-business-date to job-updated-date
                      if job-record = arc-live-image
                          move 'Y' to arc-moved-flag
                      end-if
              end-read
              move arc-live-image to job-record
              if not arc-moved
                  move spaces to output-buffer
                  string "WARNING: posting left live - another archived under " delimited by size
                         function trim(job-key trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: arcCheckApplicationCopy
*> Purpose:   The same check for an application the archive already
*>            holds - the live row goes only when the archived copy is
*>            this application
*> Input:     application-record, apparc-record (the copy offered)
*> Output:    arc-moved-flag
       arcCheckApplicationCopy.
              move apparc-record to arc-live-image
              read application-archive key is apparc-key
                  invalid key
                      continue
                  not invalid key
                      if apparc-record = arc-live-image
                          move 'Y' to arc-moved-flag
                      end-if
              end-read
              if not arc-moved
                  move spaces to output-buffer
                  string "WARNING: application left live - another archived under " delimited by size
                         function trim(application-key trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Browse the job archive - lists archived postings, shows one on
*> request, and can restore it (and its archived applications) back
*> into the live files
*>*******************************************************************
       browseJobArchive.
              move "--- Archived Job Postings ---" to output-buffer
              perform outputLine
              move 0 to browse-index

              open input job-archive
              if job-archive-ok
                  perform until job-archive-status not = "00"
                      read job-archive next record
                          at end
                              exit perform
                          not at end
                              if browse-index < 100
                                  add 1 to browse-index
                                  move jobarc-record to job-record
                                  move function trim(jobarc-key trailing) to job-key-entry(browse-index)
                                  move job-title to job-title-entry(browse-index)
                                  move job-employer to job-employer-entry(browse-index)
                                  move job-location to job-location-entry(browse-index)

                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(browse-index leading) delimited by size
                                         "] " delimited by size
                                         function trim(job-title trailing) delimited by size
                                         " at " delimited by size
                                         function trim(job-employer trailing) delimited by size
                                         " (" delimited by size
                                         function trim(job-status trailing) delimited by size
                                         ", expired " delimited by size
                                         job-expiration-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close job-archive

              if browse-index = 0
                  move "The job archive is empty." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to restore a posting to the live files (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to arc-selected-index
              if arc-selected-index >= 1 and arc-selected-index <= browse-index
                  move job-key-entry(arc-selected-index) to arc-job-key-buffer
                  perform confirmAction
                  if action-confirmed
                      perform restoreArchivedJob
                  else
                      move "Restore cancelled." to output-buffer
                      perform outputLine
                  end-if
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: restoreArchivedJob
*> Purpose:   Moves one archived posting (arc-job-key-buffer) and all
*>            of its archived applications back into the live files
*> Input:     arc-job-key-buffer
*> Output:    None
       restoreArchivedJob.
              open i-o job-archive
              if not job-archive-ok
                  move "Unable to open job archive." to output-buffer
                  perform outputLine
                  close job-archive
                  exit paragraph
              end-if
              move function trim(arc-job-key-buffer trailing) to jobarc-key
              read job-archive
                  key is jobarc-key
                  invalid key
                      move "Archived posting not found." to output-buffer
                      perform outputLine
                      close job-archive
                      exit paragraph
              end-read

              move jobarc-record to job-record
              open i-o job-database
              if job-database-status = "35"
                  open output job-database
                  close job-database
                  open i-o job-database
              end-if
              if job-database-ok
                  write job-record
              end-if
              *> Only drop the archive copy once the posting is safely
              *> back in the live file - a failed write (for instance a
              *> new draft reusing the same key) must not lose the record
              if not job-database-ok
                  close job-database
                  close job-archive
                  move "Could not restore the posting to the live file (key may be in use)." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              close job-database
              delete job-archive
              close job-archive
              perform setAuditActor
              move "job-database.dat" to audit-file-name
              move arc-job-key-buffer to audit-record-key
              move "RESTORE" to audit-action
              perform recordAuditEvent
              *> Back on the board means back in the index
              perform insertJobSearchIndexEntries

              *> Bring the posting's archived applications back with it
              move 0 to arc-app-count
              open i-o application-archive
              if application-archive-ok
                  perform until application-archive-status not = "00"
                      read application-archive next record
                          at end
                              exit perform
                          not at end
                              move apparc-record to application-record
                              if function trim(application-job-key trailing) =
                                 function trim(arc-job-key-buffer trailing)
                                  open i-o application-database
                                  if application-database-status = "35"
                                      open output application-database
                                      close application-database
                                      open i-o application-database
                                  end-if
                                  if application-ok
                                      write application-record
                                  end-if
                                  *> Keep the archive copy if the live
                                  *> write did not land
                                  if application-ok
                                      close application-database
                                      delete application-archive
                                      add 1 to arc-app-count
                                      perform setAuditActor
                                      move "application-database.dat" to audit-file-name
                                      move application-key to audit-record-key
                                      move "RESTORE" to audit-action
                                      perform recordAuditEvent
                                  else
                                      close application-database
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close application-archive

              move spaces to output-buffer
              string "Posting restored with " delimited by size
                     function trim(arc-app-count leading) delimited by size
                     " application(s)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Delta syndication feed (batch job SYNDICATE) - emits the postings
*> new, changed or withdrawn since its last run for the university
*> web team's loader: add/update rows for PUBLISHED postings, remove
*> rows for CLOSED, expired or archived ones, in the documented
*> delimited layout with a header and count/hash trailer. The state
*> file makes each run pick up where the last left off.
*>*******************************************************************
       syndicationFeedJob.
              *> Since-date from the state file; no state = send all
              move "00000000" to syn-since
              open input syndication-state
              if syndication-state-status = "00"
                  read syndication-state
                      at end
                          continue
                      not at end
                          if syndication-state-line(1:8) is numeric
                              move syndication-state-line(1:8) to syn-since
                          end-if
                  end-read
              end-if
              close syndication-state

              open output syndication-feed
              if syndication-feed-status not = "00"
                  move "Unable to open jobs-syndication.txt." to output-buffer
                  perform outputLine
                  close syndication-feed
                  exit paragraph
              end-if
              move 0 to syn-add-count
              move 0 to syn-upd-count
              move 0 to syn-rem-count
              move 0 to syn-detail-count
              move 0 to syn-hash-total

              move spaces to syndication-feed-line
              string "H|INCOLLEGE|" delimited by size
                     bdt-business-date delimited by size
                     into syndication-feed-line
              end-string
              write syndication-feed-line

              *> Live postings changed since the last run
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              perform synConsiderOneJob
                      end-read
                  end-perform
              end-if
              close job-database

              *> Postings the sweep moved out since the last run
              open input job-archive
              if job-archive-ok
                  perform until job-archive-status not = "00"
                      read job-archive next record
                          at end
                              exit perform
                          not at end
                              move jobarc-record to job-record
                              if job-updated-date is numeric
                              and job-updated-date not < syn-since
                                  perform synWriteRemoveRow
                              end-if
                      end-read
                  end-perform
              end-if
              close job-archive

              move spaces to syndication-feed-line
              string "T|" delimited by size
                     function trim(syn-detail-count leading) delimited by size
                     "|" delimited by size
                     function trim(syn-hash-total leading) delimited by size
                     into syndication-feed-line
              end-string
              write syndication-feed-line
              close syndication-feed

              *> Stamp the state so the next run starts here
              open output syndication-state
              if syndication-state-status = "00"
                  move spaces to syndication-state-line
                  move bdt-business-date to syndication-state-line
                  write syndication-state-line
              end-if
              close syndication-state

              move spaces to output-buffer
              string "Syndication feed written: " delimited by size
                     function trim(syn-add-count leading) delimited by size
                     " add, " delimited by size
                     function trim(syn-upd-count leading) delimited by size
                     " update, " delimited by size
                     function trim(syn-rem-count leading) delimited by size
                     " remove row(s) since " delimited by size
                     syn-since delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: synConsiderOneJob
*> Purpose:   Emits the delta row (if any) for the live posting loaded
*>            in job-record - records from before the updated-date
*>            field fall back to their created date
*> Input:     job-record, syn-since
*> Output:    feed rows and counters
       synConsiderOneJob.
              if job-updated-date is numeric
                  move job-updated-date to syn-changed-date
              else
                  move job-created-date to syn-changed-date
              end-if
              if syn-changed-date is not numeric
              or syn-changed-date < syn-since
                  exit paragraph
              end-if

              move bdt-business-date to syn-today
              evaluate true
                  when job-open
                   and (function trim(job-expiration-date trailing) = spaces
                        or job-expiration-date not < syn-today)
                      *> A live posting: new since the last run is an
                      *> add, anything else a change
                      move spaces to syndication-feed-line
                      if job-created-date is numeric
                      and job-created-date not < syn-since
                          add 1 to syn-add-count
                          move "A" to syndication-feed-line(1:1)
                      else
                          add 1 to syn-upd-count
                          move "U" to syndication-feed-line(1:1)
                      end-if
                      string syndication-feed-line(1:1) delimited by size
                             "|" delimited by size
                             function trim(job-key trailing) delimited by size
                             "|" delimited by size
                             function trim(job-title trailing) delimited by size
                             "|" delimited by size
                             function trim(job-employer trailing) delimited by size
                             "|" delimited by size
                             function trim(job-location trailing) delimited by size
                             "|" delimited by size
                             function trim(job-salary trailing) delimited by size
                             "|" delimited by size
                             function trim(job-expiration-date trailing) delimited by size
                             into syndication-feed-line
                      end-string
                      write syndication-feed-line
                      add 1 to syn-detail-count
                      compute syn-hash-total = function mod(syn-hash-total
                          + function length(function trim(syndication-feed-line trailing)),
                          999999999)
                  when job-closed or job-held
                      perform synWriteRemoveRow
                  when job-open
                      *> Published but past its expiration - withdrawn
                      perform synWriteRemoveRow
                  when other
                      *> A draft never reached the website
                      continue
              end-evaluate
              exit.

*> Paragraph: synWriteRemoveRow
*> Purpose:   Emits one "R|job-key" row for the posting loaded in
*>            job-record
*> Input:     job-record
*> Output:    feed row and counters
       synWriteRemoveRow.
              move spaces to syndication-feed-line
              string "R|" delimited by size
                     function trim(job-key trailing) delimited by size
                     into syndication-feed-line
              end-string
              write syndication-feed-line
              add 1 to syn-rem-count
              add 1 to syn-detail-count
              compute syn-hash-total = function mod(syn-hash-total
                  + function length(function trim(syndication-feed-line trailing)),
                  999999999)
              exit.

*>*******************************************************************
*> Cross-file reconciliation - walks every file whose records embed a
*> foreign key (applications, connections, pending requests,
*> rejection audit rows, messages, job postings, interviews, offers,
*> saved jobs, skill completions, required-skill tags, saved
*> searches, the block list, event RSVPs, legal holds and ATS send
*> records) and
*> verifies each reference against its parent file - postings and
*> applications moved by the archival sweep still count as valid
*> parents. Every orphan is written to
*> recon-report.txt as "file|problem|key" so the data can be repaired
*> before a user hits it. Runnable from the admin menu (and wired up
*> for unattended runs alongside the other operator reports).
*>*******************************************************************
       runReconciliation.
              move 0 to recon-exception-count
              move 0 to recon-checked-count
              move 0 to rcn-pass-no
              move "RECON" to ckp-job-work
              perform ckpBegin
              if ckp-restarting
                  move ckp-total(1) to recon-checked-count
                  move ckp-total(2) to recon-exception-count
                  open extend recon-report
              else
                  open output recon-report
              end-if
              if recon-report-status not = "00"
                  move "Unable to open recon-report.txt for output." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move spaces to recon-report-line
              if ckp-restarting
                  *> Exception lines the killed run wrote after its
                  *> last finished pass may appear again below
                  string "RESTARTED " delimited by size
                         function current-date(1:8) delimited by size
                         " " delimited by size
                         function current-date(9:6) delimited by size
                         " AFTER PASS " delimited by size
                         ckp-step-work delimited by size
                         into recon-report-line
                  end-string
              else
                  string "REPORT: CROSS-FILE RECONCILIATION   RUN " delimited by size
                         function current-date(1:8) delimited by size
                         " " delimited by size
                         function current-date(9:6) delimited by size
                         into recon-report-line
                  end-string
              end-if
              write recon-report-line

              *> Applications: job must exist, applicant must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input application-database
                  if application-ok
                      perform until application-database-status(1:1) not = "0"
                          read application-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move application-job-key to recon-lookup-job-key
                                  perform reconCheckJob
                                  if not recon-found
                                      move "application-database.dat" to recon-exception-file
                                      move application-key to recon-exception-key
                                      move "application for a job that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move application-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "application-database.dat" to recon-exception-file
                                      move application-key to recon-exception-key
                                      move "application from a user that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close application-database
                  perform reconPassCheckpoint
              end-if

              *> Connections: both endpoints must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input connection-database
                  if connection-database-status = "00"
                      perform until connection-database-status(1:1) not = "0"
                          read connection-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move connection-user-1 to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "connection-database.dat" to recon-exception-file
                                      move connection-key to recon-exception-key
                                      move "connection names a deleted user (user-1)" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move connection-user-2 to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "connection-database.dat" to recon-exception-file
                                      move connection-key to recon-exception-key
                                      move "connection names a deleted user (user-2)" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close connection-database
                  perform reconPassCheckpoint
              end-if

              *> Pending requests: sender and recipient must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input pending-requests
                  if pending-status = "00"
                      perform until pending-status not = "00"
                          read pending-requests next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move req-sender to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "pending-requests.dat" to recon-exception-file
                                      move req-key to recon-exception-key
                                      move "pending request from a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move req-recipient to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "pending-requests.dat" to recon-exception-file
                                      move req-key to recon-exception-key
                                      move "pending request to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close pending-requests
                  perform reconPassCheckpoint
              end-if

              *> Rejected-connection audit rows: both parties must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input rejected-connections
                  if rejected-status = "00"
                      perform until rejected-status not = "00"
                          read rejected-connections next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move rejected-sender to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "rejected-connections.dat" to recon-exception-file
                                      move rejected-key to recon-exception-key
                                      move "rejection audit row names a deleted sender" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move rejected-recipient to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "rejected-connections.dat" to recon-exception-file
                                      move rejected-key to recon-exception-key
                                      move "rejection audit row names a deleted recipient" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close rejected-connections
                  perform reconPassCheckpoint
              end-if

              *> Messages: sender and recipient must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input message-database
                  if message-database-status = "00"
                      perform until message-database-status(1:1) not = "0"
                          read message-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move message-sender to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "message-database.dat" to recon-exception-file
                                      move message-key to recon-exception-key
                                      move "message from a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move message-recipient to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "message-database.dat" to recon-exception-file
                                      move message-key to recon-exception-key
                                      move "message to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close message-database
                  perform reconPassCheckpoint
              end-if

              *> Job postings: creator must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input job-database
                  if job-database-ok
                      perform until job-database-status not = "00"
                          read job-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move job-creator to recon-lookup-user
                                  perform reconCheckUser
                                  *> Feed-imported postings are owned by the
                                  *> normalized employer name - their parent
                                  *> is the company page, not an account
                                  if not recon-found
                                  and function trim(job-creator trailing) =
                                      function trim(job-company-key trailing)
                                      move job-company-key to company-key-buffer
                                      perform findCompany
                                      if company-found
                                          move 'Y' to recon-found-flag
                                      end-if
                                  end-if
                                  if not recon-found
                                      move "job-database.dat" to recon-exception-file
                                      move job-key to recon-exception-key
                                      move "job posting creator matches no account or company" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close job-database
                  perform reconPassCheckpoint
              end-if

              *> Interviews: the application (live or archived) and
              *> both parties must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input interview-database
                  if interview-db-ok
                      perform until interview-database-status not = "00"
                          read interview-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move interview-key to recon-lookup-app-key
                                  perform reconCheckApplication
                                  if not recon-found
                                      move "interview-database.dat" to recon-exception-file
                                      move interview-key to recon-exception-key
                                      move "interview for an application that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move interview-applicant to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "interview-database.dat" to recon-exception-file
                                      move interview-key to recon-exception-key
                                      move "interview names a deleted applicant" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move interview-employer to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "interview-database.dat" to recon-exception-file
                                      move interview-key to recon-exception-key
                                      move "interview names a deleted employer" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close interview-database
                  perform reconPassCheckpoint
              end-if

              *> Offers: application, posting and both parties
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input offers-database
                  if offers-ok
                      perform until offers-status not = "00"
                          read offers-database next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move offer-key to recon-lookup-app-key
                                  perform reconCheckApplication
                                  if not recon-found
                                      move "offers-database.dat" to recon-exception-file
                                      move offer-key to recon-exception-key
                                      move "offer for an application that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move offer-job-key to recon-lookup-job-key
                                  perform reconCheckJob
                                  if not recon-found
                                      move "offers-database.dat" to recon-exception-file
                                      move offer-key to recon-exception-key
                                      move "offer against a posting that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move offer-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "offers-database.dat" to recon-exception-file
                                      move offer-key to recon-exception-key
                                      move "offer names a deleted applicant" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move offer-employer to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "offers-database.dat" to recon-exception-file
                                      move offer-key to recon-exception-key
                                      move "offer names a deleted employer" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close offers-database
                  perform reconPassCheckpoint
              end-if

              *> Saved jobs: owner and posting (live or archived)
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input saved-jobs
                  if saved-jobs-ok
                      perform until saved-jobs-status not = "00"
                          read saved-jobs next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move saved-job-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "saved-jobs.dat" to recon-exception-file
                                      move saved-job-key to recon-exception-key
                                      move "saved job belongs to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move saved-job-job-key to recon-lookup-job-key
                                  perform reconCheckJob
                                  if not recon-found
                                      move "saved-jobs.dat" to recon-exception-file
                                      move saved-job-key to recon-exception-key
                                      move "saved job points at a posting that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close saved-jobs
                  perform reconPassCheckpoint
              end-if

              *> Skill completions: student must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input skill-completions
                  if skill-completions-ok
                      perform until skill-completions-status not = "00"
                          read skill-completions next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move skc-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "skill-completions.dat" to recon-exception-file
                                      move skc-key to recon-exception-key
                                      move "skill completion belongs to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close skill-completions
                  perform reconPassCheckpoint
              end-if

              *> Required-skill tags: posting (live or archived)
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input job-skills
                  if job-skills-ok
                      perform until job-skills-status not = "00"
                          read job-skills next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move jsk-job-key to recon-lookup-job-key
                                  perform reconCheckJob
                                  if not recon-found
                                      move "job-skills.dat" to recon-exception-file
                                      move jsk-key to recon-exception-key
                                      move "required-skill tag points at a posting that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close job-skills
                  perform reconPassCheckpoint
              end-if

              *> Hiring stages: posting (live or archived)
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input job-stages
                  if job-stages-ok
                      perform until job-stages-status not = "00"
                          read job-stages next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move jst-job-key to recon-lookup-job-key
                                  perform reconCheckJob
                                  if not recon-found
                                      move "job-stages.dat" to recon-exception-file
                                      move jst-key to recon-exception-key
                                      move "hiring stage points at a posting that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close job-stages
                  perform reconPassCheckpoint
              end-if

              *> Eligibility rules: posting (live or archived)
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input job-eligibility
                  if eligibility-ok
                      perform until eligibility-status not = "00"
                          read job-eligibility next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move elg-job-key to recon-lookup-job-key
                                  perform reconCheckJob
                                  if not recon-found
                                      move "job-eligibility.dat" to recon-exception-file
                                      move elg-job-key to recon-exception-key
                                      move "eligibility rules point at a posting that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close job-eligibility
                  perform reconPassCheckpoint
              end-if

              *> Stage history: application (live or archived)
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input stage-history
                  if stage-history-ok
                      perform until stage-history-status not = "00"
                          read stage-history next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move sth-app-key to recon-lookup-app-key
                                  perform reconCheckApplication
                                  if not recon-found
                                      move "stage-history.dat" to recon-exception-file
                                      move sth-app-key to recon-exception-key
                                      move "stage move points at an application that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close stage-history
                  perform reconPassCheckpoint
              end-if

              *> Close-out notices: application (live or archived)
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input closeout-notices
                  if closeout-ok
                      perform until closeout-status not = "00"
                          read closeout-notices next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move cno-app-key to recon-lookup-app-key
                                  perform reconCheckApplication
                                  if not recon-found
                                      move "closeout-notices.dat" to recon-exception-file
                                      move cno-app-key to recon-exception-key
                                      move "close-out notice points at an application that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close closeout-notices
                  perform reconPassCheckpoint
              end-if

              *> Talent pools: the saved student must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input talent-pools
                  if talent-pool-ok
                      perform until talent-pool-status not = "00"
                          read talent-pools next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move tpl-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "talent-pools.dat" to recon-exception-file
                                      move tpl-key to recon-exception-key
                                      move "talent pool holds a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close talent-pools
                  perform reconPassCheckpoint
              end-if

              *> Invitations to apply: student and posting must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input job-invites
                  if invite-ok
                      perform until invite-status-code not = "00"
                          read job-invites next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move invite-student to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "job-invites.dat" to recon-exception-file
                                      move invite-key to recon-exception-key
                                      move "invitation is addressed to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move invite-job-key to recon-lookup-job-key
                                  perform reconCheckJob
                                  if not recon-found
                                      move "job-invites.dat" to recon-exception-file
                                      move invite-key to recon-exception-key
                                      move "invitation points at a posting that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close job-invites
                  perform reconPassCheckpoint
              end-if

              *> Credit internships: student, faculty sponsor and
              *> posting must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input credit-internships
                  if credit-ok
                      perform until credit-internship-status not = "00"
                          read credit-internships next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move cri-student to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "credit-internships.dat" to recon-exception-file
                                      move cri-key to recon-exception-key
                                      move "credit internship belongs to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move cri-faculty to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "credit-internships.dat" to recon-exception-file
                                      move cri-key to recon-exception-key
                                      move "faculty sponsor account no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  if not cri-reported
                                      move cri-job-key to recon-lookup-job-key
                                      perform reconCheckJob
                                      if not recon-found
                                          move "credit-internships.dat" to recon-exception-file
                                          move cri-key to recon-exception-key
                                          move "credit internship points at a posting that no longer exists" to recon-exception-text
                                          perform reconWriteException
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close credit-internships
                  perform reconPassCheckpoint
              end-if

              *> Career fair booths: the event, the company page and
              *> every recruiter must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input fair-booths
                  if booth-ok
                      perform until fair-booth-status not = "00"
                          read fair-booths next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move fbt-event-key to fair-event-key
                                  perform fairLoadEvent
                                  if not fair-event-found
                                      move "fair-booths.dat" to recon-exception-file
                                      move fbt-key to recon-exception-key
                                      move "booth is booked at an event that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move fbt-company-key to company-key-buffer
                                  perform findCompany
                                  if not company-found
                                      move "fair-booths.dat" to recon-exception-file
                                      move fbt-key to recon-exception-key
                                      move "booth belongs to a company page that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  perform varying fair-idx from 1 by 1 until fair-idx > 4
                                      if fbt-recruiter(fair-idx) not = spaces
                                          move fbt-recruiter(fair-idx) to recon-lookup-user
                                          perform reconCheckUser
                                          if not recon-found
                                              move "fair-booths.dat" to recon-exception-file
                                              move fbt-key to recon-exception-key
                                              move "booth recruiter account no longer exists" to recon-exception-text
                                              perform reconWriteException
                                          end-if
                                      end-if
                                  end-perform
                          end-read
                      end-perform
                  end-if
                  close fair-booths
                  perform reconPassCheckpoint
              end-if

              *> Held messages: sender and recipient must exist while
              *> the message still awaits review
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input message-quarantine
                  if quarantine-ok
                      perform until quarantine-status not = "00"
                          read message-quarantine next record
                              at end
                                  exit perform
                              not at end
                                  if qmsg-held
                                      add 1 to recon-checked-count
                                      move qmsg-sender to recon-lookup-user
                                      perform reconCheckUser
                                      if not recon-found
                                          move "message-quarantine.dat" to recon-exception-file
                                          move qmsg-id to recon-exception-key
                                          move "held message sender no longer exists" to recon-exception-text
                                          perform reconWriteException
                                      end-if
                                      move qmsg-recipient to recon-lookup-user
                                      perform reconCheckUser
                                      if not recon-found
                                          move "message-quarantine.dat" to recon-exception-file
                                          move qmsg-id to recon-exception-key
                                          move "held message recipient no longer exists" to recon-exception-text
                                          perform reconWriteException
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close message-quarantine
                  perform reconPassCheckpoint
              end-if

              *> Support-view sessions: the member viewed must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input support-sessions
                  if support-session-ok
                      perform until support-session-status not = "00"
                          read support-sessions next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move sps-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "support-sessions.dat" to recon-exception-file
                                      move sps-key to recon-exception-key
                                      move "support view of an account that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close support-sessions
                  perform reconPassCheckpoint
              end-if

              *> Company reviews: the writer must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input company-reviews
                  if company-review-ok
                      perform until company-review-status not = "00"
                          read company-reviews next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move crv-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "company-reviews.dat" to recon-exception-file
                                      move crv-key to recon-exception-key
                                      move "review written by an account that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close company-reviews
                  perform reconPassCheckpoint
              end-if

              *> Introductions: all three parties must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input introductions
                  if introduction-ok
                      perform until introduction-status not = "00"
                          read introductions next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move intro-requester to recon-lookup-user
                                  perform reconCheckUser
                                  if recon-found
                                      move intro-target to recon-lookup-user
                                      perform reconCheckUser
                                  end-if
                                  if recon-found
                                      move intro-introducer to recon-lookup-user
                                      perform reconCheckUser
                                  end-if
                                  if not recon-found
                                      move "introductions.dat" to recon-exception-file
                                      move intro-key to recon-exception-key
                                      move "introduction names an account that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close introductions
                  perform reconPassCheckpoint
              end-if

              *> Report distribution: an account recipient must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input report-distribution
                  if distribution-ok
                      perform until distribution-status not = "00"
                          read report-distribution next record
                              at end
                                  exit perform
                              not at end
                                  if dst-to-user
                                      add 1 to recon-checked-count
                                      move dst-recipient to recon-lookup-user
                                      perform reconCheckUser
                                      if not recon-found
                                          move "report-distribution.dat" to recon-exception-file
                                          move dst-key to recon-exception-key
                                          move "distribution recipient account no longer exists" to recon-exception-text
                                          perform reconWriteException
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close report-distribution
                  perform reconPassCheckpoint
              end-if

              *> Scheduled messages still waiting: sender and
              *> recipient must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input scheduled-messages
                  if scheduled-ok
                      perform until scheduled-status not = "00"
                          read scheduled-messages next record
                              at end
                                  exit perform
                              not at end
                                  if sch-pending
                                      add 1 to recon-checked-count
                                      move sch-sender to recon-lookup-user
                                      perform reconCheckUser
                                      if recon-found
                                          move sch-recipient to recon-lookup-user
                                          perform reconCheckUser
                                      end-if
                                      if not recon-found
                                          move "scheduled-messages.dat" to recon-exception-file
                                          move sch-id to recon-exception-key
                                          move "scheduled message sender or recipient account no longer exists" to recon-exception-text
                                          perform reconWriteException
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close scheduled-messages
                  perform reconPassCheckpoint
              end-if

              *> Transcripts: the holder must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input transcripts
                  if transcript-ok
                      perform until transcript-status not = "00"
                          read transcripts next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move trn-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "transcripts.dat" to recon-exception-file
                                      move trn-serial to recon-exception-key
                                      move "transcript holder account no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close transcripts
                  perform reconPassCheckpoint
              end-if

              *> Appointments: advisor and any booked student must
              *> exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input appointments
                  if appointment-ok
                      perform until appointment-status not = "00"
                          read appointments next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move apt-advisor to recon-lookup-user
                                  perform reconCheckUser
                                  if recon-found and apt-student not = spaces
                                      move apt-student to recon-lookup-user
                                      perform reconCheckUser
                                  end-if
                                  if not recon-found
                                      move "appointments.dat" to recon-exception-file
                                      move apt-key to recon-exception-key
                                      move "appointment advisor or student account no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close appointments
                  perform reconPassCheckpoint
              end-if

              *> Employer contact log: the company page must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input employer-contacts
                  if employer-contact-ok
                      perform until employer-contact-status not = "00"
                          read employer-contacts next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move ecl-company-key to company-key-buffer
                                  perform findCompany
                                  if not company-found
                                      move "employer-contacts.dat" to recon-exception-file
                                      move ecl-key to recon-exception-key
                                      move "contact logged against a company page that does not exist" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close employer-contacts
                  perform reconPassCheckpoint
              end-if

              *> Timesheets: student and supervisor must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input timesheets
                  if timesheet-ok
                      perform until timesheet-status not = "00"
                          read timesheets next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move tms-student to recon-lookup-user
                                  perform reconCheckUser
                                  if recon-found
                                      move tms-supervisor to recon-lookup-user
                                      perform reconCheckUser
                                  end-if
                                  if not recon-found
                                      move "timesheets.dat" to recon-exception-file
                                      move tms-key to recon-exception-key
                                      move "timesheet student or supervisor account no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close timesheets
                  perform reconPassCheckpoint
              end-if

              *> Organization rosters: organization and member must
              *> exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input org-members
                  if org-member-ok
                      perform until org-member-status not = "00"
                          read org-members next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move orm-org-key to org-cur-key
                                  perform reconCheckOrganization
                                  if not recon-found
                                      move "org-members.dat" to recon-exception-file
                                      move orm-key to recon-exception-key
                                      move "membership of an organization that does not exist" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move orm-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "org-members.dat" to recon-exception-file
                                      move orm-key to recon-exception-key
                                      move "member account no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close org-members
                  perform reconPassCheckpoint
              end-if

              *> Organization board posts: organization and author must
              *> exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input org-posts
                  if org-post-ok
                      perform until org-post-status not = "00"
                          read org-posts next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move orp-org-key to org-cur-key
                                  perform reconCheckOrganization
                                  if not recon-found
                                      move "org-posts.dat" to recon-exception-file
                                      move orp-key to recon-exception-key
                                      move "post on an organization that does not exist" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move orp-author to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "org-posts.dat" to recon-exception-file
                                      move orp-key to recon-exception-key
                                      move "post author account no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close org-posts
                  perform reconPassCheckpoint
              end-if

              *> Self-identification answers: owner must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input eeo-selfid
                  if eeo-selfid-ok
                      perform until eeo-selfid-status not = "00"
                          read eeo-selfid next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move eeo-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "eeo-selfid.dat" to recon-exception-file
                                      move eeo-username to recon-exception-key
                                      move "self-identification belongs to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close eeo-selfid
                  perform reconPassCheckpoint
              end-if

              *> Saved searches: owner must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input saved-searches
                  if saved-search-ok
                      perform until saved-search-status not = "00"
                          read saved-searches next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move search-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "saved-searches.dat" to recon-exception-file
                                      move search-key to recon-exception-key
                                      move "saved search belongs to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close saved-searches
                  perform reconPassCheckpoint
              end-if

              *> Block list: both parties must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input blocked-users
                  if blocked-ok
                      perform until blocked-status not = "00"
                          read blocked-users next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move block-blocker to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "blocked-users.dat" to recon-exception-file
                                      move block-key to recon-exception-key
                                      move "block record names a deleted blocker" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move block-blocked to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "blocked-users.dat" to recon-exception-file
                                      move block-key to recon-exception-key
                                      move "block record names a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close blocked-users
                  perform reconPassCheckpoint
              end-if

              *> Event RSVPs: attendee and event must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input event-rsvps
                  if rsvp-ok
                      perform until rsvp-status not = "00"
                          read event-rsvps next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move rsvp-username to recon-lookup-user
                                  perform reconCheckUser
                                  if not recon-found
                                      move "event-rsvps.dat" to recon-exception-file
                                      move rsvp-key to recon-exception-key
                                      move "RSVP belongs to a deleted user" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  perform reconCheckEvent
                                  if not recon-found
                                      move "event-rsvps.dat" to recon-exception-file
                                      move rsvp-key to recon-exception-key
                                      move "RSVP for an event that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close event-rsvps
                  perform reconPassCheckpoint
              end-if

              *> Legal holds: the member or posting an active hold
              *> preserves must still be on file under the held key
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input legal-holds
                  if legal-hold-ok
                      perform until legal-hold-status not = "00"
                          read legal-holds next record
                              at end
                                  exit perform
                              not at end
                                  if lgh-active
                                      add 1 to recon-checked-count
                                      evaluate lgh-type
                                          when "USER"
                                              move lgh-subject to recon-lookup-user
                                              perform reconCheckUser
                                              if not recon-found
                                                  move "legal-holds.dat" to recon-exception-file
                                                  move lgh-key to recon-exception-key
                                                  move "hold names a user that no longer exists" to recon-exception-text
                                                  perform reconWriteException
                                              end-if
                                          when "JOB"
                                              move lgh-subject to recon-lookup-job-key
                                              perform reconCheckJob
                                              if not recon-found
                                                  move "legal-holds.dat" to recon-exception-file
                                                  move lgh-key to recon-exception-key
                                                  move "hold names a job that no longer exists" to recon-exception-text
                                                  perform reconWriteException
                                              end-if
                                      end-evaluate
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close legal-holds
                  perform reconPassCheckpoint
              end-if

              *> ATS send records: the application sent, and the member
              *> who filed it, must exist
              add 1 to rcn-pass-no
              if rcn-pass-no > ckp-step-work
                  open input ats-sent
                  if ats-sent-ok
                      perform until ats-sent-status not = "00"
                          read ats-sent next record
                              at end
                                  exit perform
                              not at end
                                  add 1 to recon-checked-count
                                  move ats-app-key to recon-lookup-app-key
                                  perform reconCheckApplication
                                  if not recon-found
                                      move "ats-sent.dat" to recon-exception-file
                                      move ats-app-key to recon-exception-key
                                      move "ATS send record for an application that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                                  move spaces to recon-lookup-user
                                  unstring ats-app-key delimited by "|"
                                      into recon-lookup-user
                                  end-unstring
                                  perform reconCheckUser
                                  if not recon-found
                                      move "ats-sent.dat" to recon-exception-file
                                      move ats-app-key to recon-exception-key
                                      move "ATS send record names a user that no longer exists" to recon-exception-text
                                      perform reconWriteException
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close ats-sent
                  perform reconPassCheckpoint
              end-if

              move spaces to recon-report-line
              string "RECORDS CHECKED: " delimited by size
                     function trim(recon-checked-count leading) delimited by size
                     "  EXCEPTIONS: " delimited by size
                     function trim(recon-exception-count leading) delimited by size
                     into recon-report-line
              end-string
              write recon-report-line
              move spaces to recon-report-line
              string "*** END OF REPORT - " delimited by size
                     function trim(recon-exception-count leading) delimited by size
                     " exception line(s) ***" delimited by size
                     into recon-report-line
              end-string
              write recon-report-line
              close recon-report
              perform ckpEnd

              move spaces to output-buffer
              string "Reconciliation complete: " delimited by size
                     function trim(recon-checked-count leading) delimited by size
                     " record(s) checked, " delimited by size
                     function trim(recon-exception-count leading) delimited by size
                     " exception(s) written to recon-report.txt" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: reconPassCheckpoint
*> Purpose:   Commits RECON's checkpoint at the end of a file pass
*> Input:     rcn-pass-no, recon-checked-count, recon-exception-count
*> Output:    job-checkpoints.dat
       reconPassCheckpoint.
              move rcn-pass-no to ckp-step-work
              move recon-checked-count to ckp-total(1)
              move recon-exception-count to ckp-total(2)
              perform ckpCommit
              exit.

*> Paragraph: reconCheckUser
*> Purpose:   Verifies recon-lookup-user exists in acct-database
*> Input:     recon-lookup-user
*> Output:    recon-found-flag
       reconCheckUser.
              move 'N' to recon-found-flag
              move recon-lookup-user to buffer-acct-username
              perform findAcct
              if acct-found
                  move 'Y' to recon-found-flag
              end-if
              exit.

*> Paragraph: reconCheckJob
*> Purpose:   Verifies recon-lookup-job-key exists in job-database
*> Input:     recon-lookup-job-key
*> Output:    recon-found-flag
       reconCheckJob.
              move 'N' to recon-found-flag
              open input job-database
              if job-database-ok
                  move function trim(recon-lookup-job-key trailing) to job-key
                  read job-database
                      key is job-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to recon-found-flag
                  end-read
              end-if
              close job-database
              *> A posting moved by the archival sweep is still a valid
              *> parent, not an orphan
              if not recon-found
                  open input job-archive
                  if job-archive-ok
                      move function trim(recon-lookup-job-key trailing) to jobarc-key
                      read job-archive
                          key is jobarc-key
                          invalid key
                              continue
                          not invalid key
                              move 'Y' to recon-found-flag
                      end-read
                  end-if
                  close job-archive
              end-if
              exit.

*> Paragraph: reconCheckApplication
*> Purpose:   Verifies recon-lookup-app-key exists in the live
*>            application file or its archive
*> Input:     recon-lookup-app-key
*> Output:    recon-found-flag
       reconCheckApplication.
              move 'N' to recon-found-flag
              open input application-database
              if application-ok
                  move function trim(recon-lookup-app-key trailing) to application-key
                  read application-database
                      key is application-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to recon-found-flag
                  end-read
              end-if
              close application-database
              if not recon-found
                  open input application-archive
                  if application-archive-ok
                      move function trim(recon-lookup-app-key trailing) to apparc-key
                      read application-archive
                          key is apparc-key
                          invalid key
                              continue
                          not invalid key
                              move 'Y' to recon-found-flag
                      end-read
                  end-if
                  close application-archive
              end-if
              exit.

*> Paragraph: reconCheckEvent
*> Purpose:   Verifies the event named by the current RSVP record
*>            (rsvp-event-key) still exists in events-database
*> Input:     rsvp-event-key
*> Output:    recon-found-flag
       reconCheckEvent.
              move 'N' to recon-found-flag
              open input events-database
              if events-ok
                  move function trim(rsvp-event-key trailing) to event-key
                  read events-database
                      key is event-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to recon-found-flag
                  end-read
              end-if
              close events-database
              exit.

*> Paragraph: reconCheckOrganization
*> Purpose:   Confirms the organization named in org-cur-key is on
*>            file
*> Input:     org-cur-key
*> Output:    recon-found-flag
       reconCheckOrganization.
              move 'N' to recon-found-flag
              open input organizations
              if organization-ok
                  move org-cur-key to org-key
                  read organizations
                      key is org-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to recon-found-flag
                  end-read
              end-if
              close organizations
              exit.

*> Paragraph: reconWriteException
*> Purpose:   Appends one "file|problem|key" exception line to the
*>            open recon-report and counts it
*> Input:     recon-exception-file, recon-exception-text,
*>            recon-exception-key
*> Output:    recon-exception-count incremented
       reconWriteException.
              add 1 to recon-exception-count
              move spaces to recon-report-line
              string function trim(recon-exception-file trailing) delimited by size
                     "|" delimited by size
                     function trim(recon-exception-text trailing) delimited by size
                     "|" delimited by size
                     function trim(recon-exception-key trailing) delimited by size
                     into recon-report-line
              end-string
              write recon-report-line
              exit.

*> Paragraph: recordEndorsement
*> Purpose:   Appends an "endorser|endorsed|skill-id" line whenever one
*>            connection endorses another for a skill
*> Input:     current-user       - the endorser
*>            endorse-target-user - the connection being endorsed
*>            endorsement-skill-id - the skill being endorsed
*> Output:    None
       recordEndorsement.
              open extend endorsements
              if endorsements-status = "35"
                  open output endorsements
              end-if
              if endorsements-status = "00"
                  move spaces to endorsement-line
                  *> The trailing date is what the retention sweep ages
                  *> on (readers split three fields and ignore it)
                  string function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         function trim(endorse-target-user trailing) delimited by size
                         "|" delimited by size
                         endorsement-skill-id delimited by size
                         "|" delimited by size
                         function current-date(1:8) delimited by size
                         into endorsement-line
                  end-string
                  write endorsement-line
              end-if
              close endorsements
              exit.

*> Paragraph: computeEndorsementCount
*> Purpose:   Counts how many endorsements a user has for one skill
*> Input:     endorse-target-user  - the user being looked up
*>            endorsement-skill-id - the skill being looked up
*> Output:    endorsement-count
       computeEndorsementCount.
              move 0 to endorsement-count
              open input endorsements
              if endorsements-status = "00"
                  perform until endorsements-status not = "00"
                      read endorsements
                          at end
                              exit perform
                          not at end
                              unstring endorsement-line delimited by "|"
                                  into endorsement-split-endorser
                                       endorsement-split-endorsed
                                       endorsement-split-skill
                              end-unstring
                              if function trim(endorsement-split-endorsed trailing) = function trim(endorse-target-user trailing)
                              and endorsement-split-skill = endorsement-skill-id
                                  add 1 to endorsement-count
                              end-if
                      end-read
                  end-perform
              end-if
              close endorsements
              exit.

*>*******************************************************************
*> Endorse a Connection - prompts for one of current-user's
*> connections and one of the active skills in the catalog, then
*> records the endorsement
*>*******************************************************************
       endorseConnection.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Enter the username of the connection to endorse:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to endorse-target-user

              move spaces to pending-key-buffer
              move spaces to pending-alt-key
              string function trim(current-user trailing) delimited by size
                     '|' delimited by size
                     function trim(endorse-target-user trailing) delimited by size
                     into pending-key-buffer
              end-string
              string function trim(endorse-target-user trailing) delimited by size
                     '|' delimited by size
                     function trim(current-user trailing) delimited by size
                     into pending-alt-key
              end-string

              open input connection-database
              if connection-ok
                  move pending-key-buffer to connection-key
                  read connection-database
                      key is connection-key
                      invalid key
                          move pending-alt-key to connection-key
                          read connection-database
                              key is connection-key
                              invalid key
                                  move "You are not connected to that user." to output-buffer
                                  perform outputLine
                                  close connection-database
                                  exit paragraph
                          end-read
                  end-read
              end-if
              close connection-database

              move "Which skill would you like to endorse?" to output-buffer
              perform outputLine
              perform loadSkillCatalog
              perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                  move spaces to output-buffer
                  move scat-idx to scat-num-disp
                  string "[" delimited by size
                         function trim(scat-num-disp leading) delimited by size
                         "] " delimited by size
                         function trim(scat-title(scat-idx) trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move "> " to input-prompt
              perform readInputLine

              move 0 to scat-pick
              if function trim(input-buffer trailing) is numeric
                  move function trim(input-buffer trailing) to scat-pick
              end-if
              if scat-pick >= 1 and scat-pick <= scat-count
                  move scat-id(scat-pick) to endorsement-skill-id
                  perform recordEndorsement
                  *> Tell the endorsed connection, subject to their
                  *> notification preferences
                  move endorsement-skill-id to skill-lookup-id
                  perform getSkillContent
                  move spaces to message-content-buffer
                  string function trim(current-user trailing) delimited by size
                         " endorsed you for " delimited by size
                         function trim(skill-title trailing) delimited by size
                         into message-content-buffer
                  end-string
                  move current-user to message-sender-buffer
                  move endorse-target-user to message-recipient-buffer
                  move "ENDORSE" to notify-class-buffer
                  perform saveMessage
                  move "Endorsement recorded." to output-buffer
                  perform outputLine
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.


*>*******************************************************************
*> Post-login menu and navigation
*>*******************************************************************
       post-login-menu.
              perform until logged-in = 'N' or not valid-read
                  move "PL1" to lang-lookup-id
                  move post-login-1 to lang-fallback-text
                  perform getLangLine
                  move "PL2" to lang-lookup-id
                  move post-login-2 to lang-fallback-text
                  perform getLangLine
                  move "PL3" to lang-lookup-id
                  move post-login-3 to lang-fallback-text
                  perform getLangLine
                  *> Learn a New Skill is a student feature
                  if not session-employer
                      move "PL4" to lang-lookup-id
                      move post-login-4 to lang-fallback-text
                      perform getLangLine
                  end-if
                  *> Alumni are out of the job-application flows - they
                  *> keep networking, messaging, mentoring and the
                  *> directory instead
                  if not session-alumni
                      move "PL5" to lang-lookup-id
                      move post-login-5 to lang-fallback-text
                      perform getLangLine
                  end-if
                  move "PL6" to lang-lookup-id
                  move post-login-6 to lang-fallback-text
                  perform getLangLine
                  move "PL7" to lang-lookup-id
                  move post-login-7 to lang-fallback-text
                  perform getLangLine
                  move "PL8" to lang-lookup-id
                  move post-login-8 to lang-fallback-text
                  perform getLangLine
                  move "PL9" to lang-lookup-id
                  move post-login-9 to lang-fallback-text
                  perform getLangLine
                  move "PLV" to lang-lookup-id
                  move post-login-v to lang-fallback-text
                  perform getLangLine
                  move "PLW" to lang-lookup-id
                  move post-login-w to lang-fallback-text
                  perform getLangLine
                  move "PLE" to lang-lookup-id
                  move "[e] Events" to lang-fallback-text
                  perform getLangLine
                  move "PLL" to lang-lookup-id
                  move "[l] Login History" to lang-fallback-text
                  perform getLangLine
                  if not session-employer
                      move "PLG" to lang-lookup-id
                      move "[g] Generate Resume" to lang-fallback-text
                      perform getLangLine
                  end-if
                  move "PLB" to lang-lookup-id
                  move "[b] Manage Blocked Users" to lang-fallback-text
                  perform getLangLine
                  move "PLK" to lang-lookup-id
                  move "[k] People You May Know" to lang-fallback-text
                  perform getLangLine
                  move "PLN" to lang-lookup-id
                  move "[n] Introduction Requests" to lang-fallback-text
                  perform getLangLine
                  if not session-employer
                      move "PLO" to lang-lookup-id
                      move "[o] Student Organizations" to lang-fallback-text
                      perform getLangLine
                      move "PLT" to lang-lookup-id
                      move "[t] Advising Appointments" to lang-fallback-text
                      perform getLangLine
                      move "PLR" to lang-lookup-id
                      move "[r] Co-Curricular Transcript" to lang-fallback-text
                      perform getLangLine
                  end-if
                  move "PLY" to lang-lookup-id
                  move "[y] Alumni Directory" to lang-fallback-text
                  perform getLangLine
                  move "PLZ" to lang-lookup-id
                  move "[z] Mentorship" to lang-fallback-text
                  perform getLangLine
                  if not session-employer
                      move "PLF" to lang-lookup-id
                      move "[f] Reference Letters" to lang-fallback-text
                      perform getLangLine
                  end-if
                  move "PLP" to lang-lookup-id
                  move "[p] Notification Preferences" to lang-fallback-text
                  perform getLangLine
                  if session-student
                      move "PLI" to lang-lookup-id
                      move "[i] Voluntary Self-Identification (confidential)" to lang-fallback-text
                      perform getLangLine
                  end-if
                  move "PLC" to lang-lookup-id
                  move "[c] Export My Calendar" to lang-fallback-text
                  perform getLangLine
                  move "PLD" to lang-lookup-id
                  move "[d] Export My Data" to lang-fallback-text
                  perform getLangLine
                  move "LOGOUT" to lang-lookup-id
                  move logout to lang-fallback-text
                  perform getLangLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice
                  if support-viewing
                      move spaces to support-screen-name
                      string "Main menu choice [" delimited by size
                             menu-choice delimited by size
                             "]" delimited by size
                             into support-screen-name
                      end-string
                      perform supportLogScreen
                  end-if

                  evaluate true
                      when menu-choice = '1'
                          perform create-edit-profile
                      when menu-choice = '2'
                          perform view-profile
                      when menu-choice = '3'
                          perform searchUserProfile
                      when menu-choice = '4'
                          if session-employer
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          else
                              perform skills-menu
                          end-if
                      when menu-choice = '5'
                          if session-alumni
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          else
                              perform jobSearch
                          end-if
                      when menu-choice = '6'
                           perform viewPendingRequests
                     when menu-choice = '7'
                          perform viewConnections
                      when menu-choice = '8'
                          perform messaging-menu
                      when menu-choice = '9'
                          perform deleteMyAccount
                      when menu-choice = 'v'
                          perform viewProfileViewers
                      when menu-choice = 'w'
                          perform networkDigest
                      when menu-choice = 'e'
                          perform eventsMenu
                      when menu-choice = 'l'
                          perform viewLoginHistory
                      when menu-choice = 'g'
                          if session-employer
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          else
                              perform generateResume
                          end-if
                      when menu-choice = 'b'
                          perform manageBlockedUsers
                      when menu-choice = 'k'
                          perform peopleYouMayKnow
                      when menu-choice = 'n'
                          perform introductionRequests
                      when menu-choice = 'o'
                          if session-employer
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          else
                              perform studentOrgsMenu
                          end-if
                      when menu-choice = 't'
                          if session-employer
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          else
                              perform studentAppointments
                          end-if
                      when menu-choice = 'r'
                          if session-employer
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          else
                              perform coCurricularTranscript
                          end-if
                      when menu-choice = 'y'
                          perform alumniDirectory
                      when menu-choice = 'z'
                          perform mentorshipMenu
                      when menu-choice = 'f'
                          if session-employer
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          else
                              perform referenceLetterMenu
                          end-if
                      when menu-choice = 'p'
                          perform notifyPrefsMenu
                      when menu-choice = 'i'
                          if session-student
                              perform eeoSelfIdentify
                          else
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'c'
                          perform generateCalendarExport
                      when menu-choice = 'd'
                          perform generateMyDataExport
                       when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid choice. Please try again." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.


*>*******************************************************************
*> View established connections for current user
*>*******************************************************************
       viewConnections.
              move connections-title to output-buffer
              perform outputLine
              move 0 to connection-count

              open input connection-database
              if connection-database-status = "00"
                  *> Through both user indexes - the member can be on either
                  *> side of a connection
                  perform varying cnx-pass from 1 by 1 until cnx-pass > 2
                      if cnx-pass = 1
                          move current-user to connection-user-1
                          start connection-database key is equal to connection-user-1
                              invalid key
                                  continue
                          end-start
                      else
                          move current-user to connection-user-2
                          start connection-database key is equal to connection-user-2
                              invalid key
                                  continue
                          end-start
                      end-if
                      perform until connection-database-status(1:1) not = "0"
                          read connection-database next record
                              at end
                                  exit perform
                              not at end
                                  if (cnx-pass = 1 and connection-user-1 not = current-user)
                                  or (cnx-pass = 2 and connection-user-2 not = current-user)
                                      exit perform
                                  end-if
                                  if function trim(connection-user-1 trailing) = function trim(current-user trailing) or
                                     function trim(connection-user-2 trailing) = function trim(current-user trailing)
                                      if function trim(connection-user-1 trailing) = function trim(current-user trailing)
                                          move connection-user-2 to connection-other
                                      else
                                          move connection-user-1 to connection-other
                                      end-if
                                      add 1 to connection-count

                                      move spaces to output-buffer
                                      string "- " delimited by size
                                             function trim(connection-other trailing) delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine

                                      *> connection-other username of connection
                                      *> Need to search up profile to get first and last name
                                      move connection-other to buffer-acct-username
                                      perform findAcct

                                      string
                                          "    " delimited by size
                                          function trim(profile-first-name trailing) delimited by size
                                          " "
                                          function trim(profile-last-name trailing) delimited by size
                                          into output-buffer
                                      end-string
                                      perform outputLine

                                     string
                                          "    " delimited by size
                                          function trim(profile-major trailing) delimited by size
                                          ", "
                                          function trim(profile-university trailing) delimited by size
                                          into output-buffer
                                      end-string
                                      perform outputLine

                                      string
                                          "    " delimited by size
                                          profile-status-prefix delimited by size
                                          function trim(profile-status trailing) delimited by size
                                          into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-perform
              end-if
              close connection-database

              if connection-count = 0
                  move connections-empty to output-buffer
                  perform outputLine
              else
                  move "[e] Endorse a Connection" to output-buffer
                  perform outputLine
                  move "Enter the username of a connection to remove (q to go back):" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 'e' or input-buffer(1:1) = 'E'
                          perform endorseConnection
                      when input-buffer = 'q' or not valid-read
                          continue
                      when other
                          move function upper-case(function trim(input-buffer trailing)) to connection-other
                          perform confirmAction
                          if action-confirmed
                              perform removeConnection
                          else
                              move "Connection removal cancelled." to output-buffer
                              perform outputLine
                          end-if
                  end-evaluate
              end-if

              move "--------------------" to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> Remove an established connection with connection-other
*> Checks both key orderings, the way sendConnectionRequest does for
*> pending-key-buffer/pending-alt-key
*>*******************************************************************
       removeConnection.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move spaces to pending-key-buffer
              move spaces to pending-alt-key
              string function trim(current-user trailing) delimited by size
                     '|' delimited by size
                     function trim(connection-other trailing) delimited by size
                     into pending-key-buffer
              end-string
              string function trim(connection-other trailing) delimited by size
                     '|' delimited by size
                     function trim(current-user trailing) delimited by size
                     into pending-alt-key
              end-string

              open i-o connection-database
              if connection-ok
                  move pending-key-buffer to connection-key
                  delete connection-database
                      invalid key
                          move pending-alt-key to connection-key
                          delete connection-database
                              invalid key
                                  move "No such connection was found." to output-buffer
                                  perform outputLine
                              not invalid key
                                  move current-user to audit-actor
                                  move "connection-database.dat" to audit-file-name
                                  move connection-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                                  move "Connection removed." to output-buffer
                                  perform outputLine
                          end-delete
                      not invalid key
                          move current-user to audit-actor
                          move "connection-database.dat" to audit-file-name
                          move connection-key to audit-record-key
                          move "DELETE" to audit-action
                          perform recordAuditEvent
                          move "Connection removed." to output-buffer
                          perform outputLine
                  end-delete
              else
                  move "Unable to open connection database." to output-buffer
                  perform outputLine
              end-if
              close connection-database
              exit.

*>*******************************************************************
*> Delete My Account - removes the acct-record and cascades the
*> purge across every other file that can name this username
*>*******************************************************************
       deleteMyAccount.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Type DELETE to permanently remove your account, or anything else to cancel:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine

              if function trim(input-buffer trailing) = "DELETE"
                  perform performAccountPurge
                  if not lgh-purge-refused
                      move "Your account and all associated data have been removed." to output-buffer
                      perform outputLine
                      move 'N' to logged-in
                  end-if
              else
                  move "Account deletion cancelled." to output-buffer
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> The deletion cascade itself - removes current-user's acct-record
*> and every row naming the account across the other files, except
*> what a legal hold protects. Reached
*> from the user's own Delete My Account and from an approved
*> operator deletion; all prompting stays with the callers.
*>*******************************************************************
       performAccountPurge.
              *> Nothing goes while the account itself is under a
              *> legal hold; otherwise rows shared with a held subject
              *> stay behind as the cascade runs
              move 'N' to lgh-purge-refused-flag
              perform lghLoadHolds
              perform lghBeginRecord
              move "USER" to lgh-chk-type
              move current-user to lgh-chk-subject
              perform lghCheck
              if lgh-held
                  move 'Y' to lgh-purge-refused-flag
                  move "acct-database.dat" to lgh-skip-file
                  move current-user to lgh-skip-key
                  perform lghLogSkip
                  move "This account is under legal hold - nothing was removed." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              perform purgeConnectionsForUser
              perform purgePendingRequestsForUser
              perform purgeRejectedConnectionsForUser
              perform purgeJobsForUser
              perform purgeApplicationsForUser
              perform purgeMessagesForUser
              perform purgeProfileViewsForUser
              perform purgeEndorsementsForUser
              perform purgeSavedJobsForUser
              perform purgeSavedSearchesForUser
              perform purgeBlocksForUser
              perform purgeInterviewsForUser
              perform purgeOffersForUser
              perform purgeEventRsvpsForUser
              perform purgeEventsForUser
              perform purgeMentorshipsForUser
              perform purgeCompanyMembershipsForUser
              perform purgeAdvisingForUser
              perform purgeReferralsForUser
              perform purgeCertificatesForUser
              perform purgeSkillAttemptsForUser
              perform purgeSkillCompletionsForUser
              perform purgeEeoSelfIdForUser
              perform purgeTalentForUser
              perform purgeCreditInternshipsForUser
              perform purgeFairBoothsForUser
              perform purgeQuarantineForUser
              perform purgeRefLettersForUser
              perform purgeSupportSessionsForUser
              perform purgeNotifyPrefsForUser
              perform purgeCompanyReviewsForUser
              perform purgeIntroductionsForUser
              perform purgeOrgMembershipsForUser
              perform purgeOrgPostsForUser
              perform purgeTimesheetsForUser
              perform purgeAppointmentsForUser
              perform purgeTranscriptsForUser
              perform purgeScheduledForUser
              perform purgeDistributionForUser

              *> The search index is otherwise only maintained by
              *> updateAcct - drop this user's tokens explicitly
              move current-user to idx-user-buffer
              perform deleteSearchIndexEntriesForUser

              move current-user to buffer-acct-username
              perform findAcct
              if acct-found
                  open i-o acct-database
                  move current-user to acct-username
                  delete acct-database
                      invalid key
                          move "Failed to delete account record." to output-buffer
                          perform outputLine
                      not invalid key
                          perform setAuditActor
                          move "acct-database.dat" to audit-file-name
                          move current-user to audit-record-key
                          move "DELETE" to audit-action
                          perform recordAuditEvent
                  end-delete
                  close acct-database
              end-if
              perform lghSkipSummary
              exit.

*>*******************************************************************
*> Remove every connection-record naming current-user
*>*******************************************************************
       purgeConnectionsForUser.
              open i-o connection-database
              if connection-database-status = "00"
                  *> Through both user indexes - the member can be on either
                  *> side of a connection
                  perform varying cnx-pass from 1 by 1 until cnx-pass > 2
                      if cnx-pass = 1
                          move current-user to connection-user-1
                          start connection-database key is equal to connection-user-1
                              invalid key
                                  continue
                          end-start
                      else
                          move current-user to connection-user-2
                          start connection-database key is equal to connection-user-2
                              invalid key
                                  continue
                          end-start
                      end-if
                      perform until connection-database-status(1:1) not = "0"
                          read connection-database next record
                              at end
                                  exit perform
                              not at end
                                  if (cnx-pass = 1 and connection-user-1 not = current-user)
                                  or (cnx-pass = 2 and connection-user-2 not = current-user)
                                      exit perform
                                  end-if
                                  if function trim(connection-user-1 trailing) = function trim(current-user trailing)
                                     or function trim(connection-user-2 trailing) = function trim(current-user trailing)
                                      perform lghCheckConnection
                                      if lgh-held
                                          move "connection-database.dat" to lgh-skip-file
                                          move connection-key to lgh-skip-key
                                          perform lghLogSkip
                                      else
                                          delete connection-database
                                          perform setAuditActor
                                          move "connection-database.dat" to audit-file-name
                                          move connection-key to audit-record-key
                                          move "DELETE" to audit-action
                                          perform recordAuditEvent
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  end-perform
              end-if
              close connection-database
              exit.

*>*******************************************************************
*> Remove every pending request sent or received by current-user
*>*******************************************************************
       purgePendingRequestsForUser.
              open i-o pending-requests
              if pending-status = "00"
                  perform until pending-status not = "00"
                      read pending-requests next record
                          at end
                              exit perform
                          not at end
                              if function trim(req-sender trailing) = function trim(current-user trailing)
                                 or function trim(req-recipient trailing) = function trim(current-user trailing)
                                  delete pending-requests
                                  perform setAuditActor
                                  move "pending-requests.dat" to audit-file-name
                                  move req-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close pending-requests
              exit.

*>*******************************************************************
*> Remove every rejected-connection audit record naming current-user
*>*******************************************************************
       purgeRejectedConnectionsForUser.
              open i-o rejected-connections
              if rejected-status = "00"
                  perform until rejected-status not = "00"
                      read rejected-connections next record
                          at end
                              exit perform
                          not at end
                              if function trim(rejected-sender trailing) = function trim(current-user trailing)
                                 or function trim(rejected-recipient trailing) = function trim(current-user trailing)
                                  delete rejected-connections
                                  perform setAuditActor
                                  move "rejected-connections.dat" to audit-file-name
                                  move rejected-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close rejected-connections
              exit.

*>*******************************************************************
*> Remove every job posting created by current-user. Each deleted
*> job's applications are cascade-deleted inline (purgeApplicationsFor
*> JobKey), rather than buffered into a fixed-size table for a later
*> pass, so the cascade is complete no matter how many postings a
*> user owns
*>*******************************************************************
       purgeJobsForUser.
              open i-o job-database
              if job-database-status = "00"
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(job-creator trailing) = function trim(current-user trailing)
                                  perform lghCheckJobRecord
                                  if lgh-held
                                      move "job-database.dat" to lgh-skip-file
                                      move job-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      move job-key to purge-job-key-entry
                                      delete job-database
                                      perform setAuditActor
                                      move "job-database.dat" to audit-file-name
                                      move purge-job-key-entry to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                      move purge-job-key-entry to idx-jobkey-buffer
                                      perform deleteSearchIndexEntriesForJob
                                      move purge-job-key-entry to req-skill-job-key
                                      perform clearJobRequiredSkills
                                      move purge-job-key-entry to pipe-job-key
                                      perform clearJobStages
                                      move purge-job-key-entry to tal-clear-job-key
                                      perform clearInvitesForJob
                                      move purge-job-key-entry to elg-lookup-key
                                      perform clearJobEligibility
                                      perform purgeApplicationsForJobKey
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              exit.

*>*******************************************************************
*> Remove every application-record against purge-job-key-entry,
*> called once per job posting as it is deleted out of purgeJobsForUser
*>*******************************************************************
       purgeApplicationsForJobKey.
              open i-o application-database
              if application-database-status = "00"
                  *> Straight to the posting's rows through the posting index
                  move purge-job-key-entry to application-job-key
                  start application-database key is equal to application-job-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-job-key not = purge-job-key-entry
                                  exit perform
                              end-if
                              if function trim(application-job-key trailing) =
                                 function trim(purge-job-key-entry trailing)
                                  perform lghCheckApplication
                                  if lgh-held
                                      move "application-database.dat" to lgh-skip-file
                                      move application-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      delete application-database
                                      perform setAuditActor
                                      move "application-database.dat" to audit-file-name
                                      move application-key to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                      move application-key to pipe-app-key
                                      perform clearStageHistory
                                      perform clearCloseOutNotice
                                      perform clearAtsSent
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              exit.

*>*******************************************************************
*> Remove every application filed by current-user as an applicant
*>*******************************************************************
       purgeApplicationsForUser.
              open i-o application-database
              if application-database-status = "00"
                  *> Straight to the member's rows through the applicant index
                  move current-user to application-username
                  start application-database key is equal to application-username
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-username not = current-user
                                  exit perform
                              end-if
                              if function trim(application-username trailing) = function trim(current-user trailing)
                                  perform lghCheckApplication
                                  if lgh-held
                                      move "application-database.dat" to lgh-skip-file
                                      move application-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      delete application-database
                                      perform setAuditActor
                                      move "application-database.dat" to audit-file-name
                                      move application-key to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                      move application-key to pipe-app-key
                                      perform clearStageHistory
                                      perform clearCloseOutNotice
                                      perform clearAtsSent
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              exit.

*>*******************************************************************
*> Remove every message sent or received by current-user
*>*******************************************************************
       purgeMessagesForUser.
              open i-o message-database
              if message-database-status = "00"
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(message-sender trailing) = function trim(current-user trailing)
                                 or function trim(message-recipient trailing) = function trim(current-user trailing)
                                  perform lghCheckMessage
                                  if lgh-held
                                      move "message-database.dat" to lgh-skip-file
                                      move message-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      delete message-database
                                      perform setAuditActor
                                      move "message-database.dat" to audit-file-name
                                      move message-key to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close message-database
              exit.

*>*******************************************************************
*> Remove every profile-views.log row naming current-user as either
*> the viewer or the viewed profile. LINE SEQUENTIAL has no DELETE, so
*> every kept row is copied to a scratch file which is then swapped
*> back over the original via the CBL_DELETE_FILE/CBL_RENAME_FILE
*> runtime routines
*>*******************************************************************
       purgeProfileViewsForUser.
              move 'N' to profile-views-done-flag
              open input profile-views
              if profile-views-status = "00"
                  open output profile-views-temp
                  perform until profile-views-done-flag = 'Y'
                      read profile-views
                          at end
                              move 'Y' to profile-views-done-flag
                          not at end
                              unstring profile-view-line delimited by "|"
                                  into viewer-split-viewer
                                       viewer-split-viewed
                                       viewer-split-date
                              end-unstring
                              if function trim(viewer-split-viewer trailing) not = function trim(current-user trailing)
                              and function trim(viewer-split-viewed trailing) not = function trim(current-user trailing)
                                  move profile-view-line to profile-view-temp-line
                                  write profile-view-temp-line
                              end-if
                      end-read
                  end-perform
                  close profile-views
                  close profile-views-temp
                  call "CBL_DELETE_FILE" using profile-views-filename
                  call "CBL_RENAME_FILE" using profile-views-temp-filename
                                               profile-views-filename
                  perform setAuditActor
                  move "profile-views.log" to audit-file-name
                  move current-user to audit-record-key
                  move "PURGE" to audit-action
                  perform recordAuditEvent
              else
                  close profile-views
              end-if
              exit.

*>*******************************************************************
*> Remove every endorsements.log row naming current-user as either the
*> endorser or the endorsed connection, using the same scratch-file
*> swap as purgeProfileViewsForUser
*>*******************************************************************
       purgeEndorsementsForUser.
              open input endorsements
              if endorsements-status = "00"
                  open output endorsements-temp
                  perform until endorsements-status not = "00"
                      read endorsements
                          at end
                              exit perform
                          not at end
                              unstring endorsement-line delimited by "|"
                                  into endorsement-split-endorser
                                       endorsement-split-endorsed
                                       endorsement-split-skill
                              end-unstring
                              if function trim(endorsement-split-endorser trailing) not = function trim(current-user trailing)
                              and function trim(endorsement-split-endorsed trailing) not = function trim(current-user trailing)
                                  move endorsement-line to endorsement-temp-line
                                  write endorsement-temp-line
                              end-if
                      end-read
                  end-perform
                  close endorsements
                  close endorsements-temp
                  call "CBL_DELETE_FILE" using endorsements-filename
                  call "CBL_RENAME_FILE" using endorsements-temp-filename
                                               endorsements-filename
                  perform setAuditActor
                  move "endorsements.log" to audit-file-name
                  move current-user to audit-record-key
                  move "PURGE" to audit-action
                  perform recordAuditEvent
              else
                  close endorsements
              end-if
              exit.

*>*******************************************************************
*> Remove every saved-job bookmark held by current-user
*>*******************************************************************
       purgeSavedJobsForUser.
              open i-o saved-jobs
              if saved-jobs-ok
                  perform until saved-jobs-status not = "00"
                      read saved-jobs next record
                          at end
                              exit perform
                          not at end
                              if function trim(saved-job-username trailing) = function trim(current-user trailing)
                                  delete saved-jobs
                                  perform setAuditActor
                                  move "saved-jobs.dat" to audit-file-name
                                  move saved-job-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close saved-jobs
              exit.

*>*******************************************************************
*> Remove every saved search belonging to current-user
*>*******************************************************************
       purgeSavedSearchesForUser.
              open i-o saved-searches
              if saved-search-ok
                  perform until saved-search-status not = "00"
                      read saved-searches next record
                          at end
                              exit perform
                          not at end
                              if function trim(search-username trailing) = function trim(current-user trailing)
                                  delete saved-searches
                                  perform setAuditActor
                                  move "saved-searches.dat" to audit-file-name
                                  move search-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close saved-searches
              exit.

*>*******************************************************************
*> Remove every block record naming current-user on either side
*>*******************************************************************
       purgeBlocksForUser.
              open i-o blocked-users
              if blocked-ok
                  perform until blocked-status not = "00"
                      read blocked-users next record
                          at end
                              exit perform
                          not at end
                              if function trim(block-blocker trailing) = function trim(current-user trailing)
                                 or function trim(block-blocked trailing) = function trim(current-user trailing)
                                  delete blocked-users
                                  perform setAuditActor
                                  move "blocked-users.dat" to audit-file-name
                                  move block-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close blocked-users
              exit.

*>*******************************************************************
*> Remove every interview record naming current-user as applicant or
*> employer
*>*******************************************************************
       purgeInterviewsForUser.
              open i-o interview-database
              if interview-db-ok
                  perform until interview-database-status not = "00"
                      read interview-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(interview-applicant trailing) = function trim(current-user trailing)
                                 or function trim(interview-employer trailing) = function trim(current-user trailing)
                                  perform lghCheckInterview
                                  if lgh-held
                                      move "interview-database.dat" to lgh-skip-file
                                      move interview-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      delete interview-database
                                      perform setAuditActor
                                      move "interview-database.dat" to audit-file-name
                                      move interview-key to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close interview-database
              exit.

*>*******************************************************************
*> Remove every offer record naming current-user as applicant or
*> employer
*>*******************************************************************
       purgeOffersForUser.
              open i-o offers-database
              if offers-ok
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(offer-username trailing) = function trim(current-user trailing)
                                 or function trim(offer-employer trailing) = function trim(current-user trailing)
                                  perform lghCheckOffer
                                  if lgh-held
                                      move "offers-database.dat" to lgh-skip-file
                                      move offer-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      delete offers-database
                                      perform setAuditActor
                                      move "offers-database.dat" to audit-file-name
                                      move offer-key to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close offers-database
              exit.

*>*******************************************************************
*> Remove every event RSVP held by current-user, so a dead RSVP stops
*> consuming event capacity
*>*******************************************************************
       purgeEventRsvpsForUser.
              open i-o event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if function trim(rsvp-username trailing) = function trim(current-user trailing)
                                  delete event-rsvps
                                  perform setAuditActor
                                  move "event-rsvps.dat" to audit-file-name
                                  move rsvp-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps
              exit.

*>*******************************************************************
*> Remove every event hosted by current-user, cascading each deleted
*> event's attendance records the way purgeJobsForUser cascades a
*> posting's applications
*>*******************************************************************
       purgeEventsForUser.
              open i-o events-database
              if events-ok
                  perform until events-status not = "00"
                      read events-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(event-host trailing) = function trim(current-user trailing)
                                  move event-key to event-key-buffer
                                  delete events-database
                                  perform setAuditActor
                                  move "events-database.dat" to audit-file-name
                                  move event-key-buffer to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                                  perform purgeRsvpsForEventKey
                                  perform purgeFairForEventKey
                              end-if
                      end-read
                  end-perform
              end-if
              close events-database
              exit.

*>*******************************************************************
*> Remove every attendance record against event-key-buffer, called
*> once per event as purgeEventsForUser deletes it
*>*******************************************************************
       purgeRsvpsForEventKey.
              open i-o event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if function trim(rsvp-event-key trailing) =
                                 function trim(event-key-buffer trailing)
                                  delete event-rsvps
                                  perform setAuditActor
                                  move "event-rsvps.dat" to audit-file-name
                                  move rsvp-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps
              exit.

*>*******************************************************************
*> Remove the career-fair settings and booth bookings of
*> event-key-buffer, called once per event as purgeEventsForUser
*> deletes it
*>*******************************************************************
       purgeFairForEventKey.
              open i-o career-fairs
              if fair-ok
                  move event-key-buffer to cfr-event-key
                  read career-fairs key is cfr-event-key
                      invalid key
                          continue
                      not invalid key
                          delete career-fairs
                          perform setAuditActor
                          move "career-fairs.dat" to audit-file-name
                          move cfr-event-key to audit-record-key
                          move "DELETE" to audit-action
                          perform recordAuditEvent
                  end-read
              end-if
              close career-fairs
              open i-o fair-booths
              if booth-ok
                  perform until fair-booth-status not = "00"
                      read fair-booths next record
                          at end
                              exit perform
                          not at end
                              if fbt-event-key = event-key-buffer
                                  delete fair-booths
                                  perform setAuditActor
                                  move "fair-booths.dat" to audit-file-name
                                  move fbt-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close fair-booths
              exit.

*>*******************************************************************
*> Take current-user off every booth they staff or booked - the
*> company's booking itself stays
*>*******************************************************************
       purgeFairBoothsForUser.
              open i-o fair-booths
              if booth-ok
                  perform until fair-booth-status not = "00"
                      read fair-booths next record
                          at end
                              exit perform
                          not at end
                              move 'N' to fair-mine-flag
                              perform varying fair-idx from 1 by 1 until fair-idx > 4
                                  if fbt-recruiter(fair-idx) = current-user
                                      move spaces to fbt-recruiter(fair-idx)
                                      move 'Y' to fair-mine-flag
                                  end-if
                              end-perform
                              if fbt-registered-by = current-user
                                  move spaces to fbt-registered-by
                                  move 'Y' to fair-mine-flag
                              end-if
                              if fair-is-mine
                                  rewrite fair-booth-record
                                  perform setAuditActor
                                  move "fair-booths.dat" to audit-file-name
                                  move fbt-key to audit-record-key
                                  move "REWRITE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close fair-booths
              exit.

*>*******************************************************************
*> Remove every held message current-user sent or was sent
*>*******************************************************************
       purgeQuarantineForUser.
              open i-o message-quarantine
              if quarantine-ok
                  perform until quarantine-status not = "00"
                      read message-quarantine next record
                          at end
                              exit perform
                          not at end
                              if qmsg-sender = current-user
                              or qmsg-recipient = current-user
                                  delete message-quarantine
                                  perform setAuditActor
                                  move "message-quarantine.dat" to audit-file-name
                                  move qmsg-id to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close message-quarantine
              exit.

*>*******************************************************************
*> Remove current-user from every organization roster
*>*******************************************************************
       purgeOrgMembershipsForUser.
              open i-o org-members
              if org-member-ok
                  perform until org-member-status not = "00"
                      read org-members next record
                          at end
                              exit perform
                          not at end
                              if function trim(orm-username trailing) = function trim(current-user trailing)
                                  delete org-members
                                  perform setAuditActor
                                  move "org-members.dat" to audit-file-name
                                  move orm-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close org-members
              exit.

*>*******************************************************************
*> Remove every board post current-user wrote, and the replies under
*> any thread they started
*>*******************************************************************
       purgeOrgPostsForUser.
              move 0 to org-purge-count
              open i-o org-posts
              if org-post-ok
                  perform until org-post-status not = "00"
                      read org-posts next record
                          at end
                              exit perform
                          not at end
                              if function trim(orp-author trailing) = function trim(current-user trailing)
                                  if orp-parent-id = 0 and org-purge-count < 100
                                      add 1 to org-purge-count
                                      move orp-org-key to org-purge-thread-org(org-purge-count)
                                      move orp-post-id to org-purge-thread-id(org-purge-count)
                                  end-if
                                  delete org-posts
                                  perform setAuditActor
                                  move "org-posts.dat" to audit-file-name
                                  move orp-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close org-posts
              if org-purge-count = 0
                  exit paragraph
              end-if

              open i-o org-posts
              if org-post-ok
                  perform until org-post-status not = "00"
                      read org-posts next record
                          at end
                              exit perform
                          not at end
                              move 'N' to org-purge-hit-flag
                              if orp-parent-id > 0
                                  perform varying org-purge-idx from 1 by 1
                                      until org-purge-idx > org-purge-count
                                      if orp-org-key = org-purge-thread-org(org-purge-idx)
                                      and orp-parent-id = org-purge-thread-id(org-purge-idx)
                                          move 'Y' to org-purge-hit-flag
                                      end-if
                                  end-perform
                              end-if
                              if org-purge-hit
                                  delete org-posts
                                  perform setAuditActor
                                  move "org-posts.dat" to audit-file-name
                                  move orp-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close org-posts
              exit.

*>*******************************************************************
*> Remove every introduction current-user asked for, was asked to
*> make, or was the target of
*>*******************************************************************
       purgeIntroductionsForUser.
              open i-o introductions
              if introduction-ok
                  perform until introduction-status not = "00"
                      read introductions next record
                          at end
                              exit perform
                          not at end
                              if function trim(intro-requester trailing) = function trim(current-user trailing)
                              or function trim(intro-target trailing) = function trim(current-user trailing)
                              or function trim(intro-introducer trailing) = function trim(current-user trailing)
                                  delete introductions
                                  perform setAuditActor
                                  move "introductions.dat" to audit-file-name
                                  move intro-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close introductions
              exit.

*>*******************************************************************
*> Remove every company review current-user wrote
*>*******************************************************************
       purgeCompanyReviewsForUser.
              open i-o company-reviews
              if company-review-ok
                  perform until company-review-status not = "00"
                      read company-reviews next record
                          at end
                              exit perform
                          not at end
                              if function trim(crv-username trailing) = function trim(current-user trailing)
                                  delete company-reviews
                                  perform setAuditActor
                                  move "company-reviews.dat" to audit-file-name
                                  move crv-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close company-reviews
              exit.

*>*******************************************************************
*> Remove every notification preference held by current-user
*>*******************************************************************
       purgeNotifyPrefsForUser.
              open i-o notify-prefs
              if notify-prefs-ok
                  perform until notify-prefs-status not = "00"
                      read notify-prefs next record
                          at end
                              exit perform
                          not at end
                              if function trim(pref-username trailing) = function trim(current-user trailing)
                                  delete notify-prefs
                                  perform setAuditActor
                                  move "notify-prefs.dat" to audit-file-name
                                  move pref-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close notify-prefs
              exit.

*>*******************************************************************
*> Remove every reference-letter request held by current-user
*>*******************************************************************
       purgeRefLettersForUser.
              open i-o ref-letters
              if ref-letters-ok
                  perform until ref-letters-status not = "00"
                      read ref-letters next record
                          at end
                              exit perform
                          not at end
                              if function trim(refltr-student trailing) = function trim(current-user trailing)
                                  delete ref-letters
                                  perform setAuditActor
                                  move "ref-letters.dat" to audit-file-name
                                  move refltr-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close ref-letters
              exit.

*>*******************************************************************
*> Remove every support-view session row on current-user's account
*> (the audit trail keeps its own record of the visits)
*>*******************************************************************
       purgeSupportSessionsForUser.
              open i-o support-sessions
              if support-session-ok
                  move current-user to sps-username
                  move spaces to sps-started
                  start support-sessions key is not less than sps-key
                      invalid key
                          continue
                  end-start
                  perform until support-session-status not = "00"
                      read support-sessions next record
                          at end
                              exit perform
                          not at end
                              if function trim(sps-username trailing) not = function trim(current-user trailing)
                                  exit perform
                              end-if
                              delete support-sessions
                              perform setAuditActor
                              move "support-sessions.dat" to audit-file-name
                              move sps-key to audit-record-key
                              move "DELETE" to audit-action
                              perform recordAuditEvent
                      end-read
                  end-perform
              end-if
              close support-sessions
              exit.

*>*******************************************************************
*> Remove every completion certificate issued to current-user
*>*******************************************************************
       purgeCertificatesForUser.
              open i-o certificates
              if certificates-ok
                  perform until certificates-status not = "00"
                      read certificates next record
                          at end
                              exit perform
                          not at end
                              if function trim(cert-username trailing) = function trim(current-user trailing)
                                  delete certificates
                                  perform setAuditActor
                                  move "certificates.dat" to audit-file-name
                                  move cert-serial to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close certificates
              exit.

*>*******************************************************************
*> Remove every graded skill assessment attempt by current-user
*>*******************************************************************
       purgeSkillAttemptsForUser.
              open i-o skill-attempts
              if skill-attempts-ok
                  move current-user to ska-username
                  move spaces to ska-skill-id
                  move 0 to ska-attempt-no
                  start skill-attempts key is not less than ska-key
                      invalid key
                          continue
                  end-start
                  perform until skill-attempts-status not = "00"
                      read skill-attempts next record
                          at end
                              exit perform
                          not at end
                              if ska-username not = current-user
                                  exit perform
                              end-if
                              delete skill-attempts
                              perform setAuditActor
                              move "skill-attempts.dat" to audit-file-name
                              move ska-key to audit-record-key
                              move "DELETE" to audit-action
                              perform recordAuditEvent
                      end-read
                  end-perform
              end-if
              close skill-attempts
              exit.

*>*******************************************************************
*> Remove every skill completion recorded for current-user
*>*******************************************************************
       purgeSkillCompletionsForUser.
              open i-o skill-completions
              if skill-completions-ok
                  move current-user to skc-username
                  move spaces to skc-skill-id
                  start skill-completions key is not less than skc-key
                      invalid key
                          continue
                  end-start
                  perform until skill-completions-status not = "00"
                      read skill-completions next record
                          at end
                              exit perform
                          not at end
                              if skc-username not = current-user
                                  exit perform
                              end-if
                              delete skill-completions
                              perform setAuditActor
                              move "skill-completions.dat" to audit-file-name
                              move skc-key to audit-record-key
                              move "DELETE" to audit-action
                              perform recordAuditEvent
                      end-read
                  end-perform
              end-if
              close skill-completions
              exit.

*>*******************************************************************
*> Remove current-user from every talent pool, and every invitation
*> to apply they received or sent
*>*******************************************************************
       purgeTalentForUser.
              open i-o talent-pools
              if talent-pool-ok
                  perform until talent-pool-status not = "00"
                      read talent-pools next record
                          at end
                              exit perform
                          not at end
                              if function trim(tpl-username trailing) = function trim(current-user trailing)
                                  delete talent-pools
                                  perform setAuditActor
                                  move "talent-pools.dat" to audit-file-name
                                  move tpl-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close talent-pools

              open i-o job-invites
              if invite-ok
                  perform until invite-status-code not = "00"
                      read job-invites next record
                          at end
                              exit perform
                          not at end
                              if function trim(invite-student trailing) = function trim(current-user trailing)
                                 or function trim(invite-sender trailing) = function trim(current-user trailing)
                                  delete job-invites
                                  perform setAuditActor
                                  move "job-invites.dat" to audit-file-name
                                  move invite-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close job-invites
              exit.

*>*******************************************************************
*> Remove current-user's self-identification answers
*>*******************************************************************
       purgeEeoSelfIdForUser.
              open i-o eeo-selfid
              if eeo-selfid-ok
                  move current-user to eeo-username
                  delete eeo-selfid
                      invalid key
                          continue
                      not invalid key
                          perform setAuditActor
                          move "eeo-selfid.dat" to audit-file-name
                          move current-user to audit-record-key
                          move "DELETE" to audit-action
                          perform recordAuditEvent
                  end-delete
              end-if
              close eeo-selfid
              exit.

*>*******************************************************************
*> Remove every referral naming current-user as referrer or referee
*>*******************************************************************
       purgeReferralsForUser.
              open i-o referral-database
              if referral-db-ok
                  perform until referral-status-code not = "00"
                      read referral-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(referral-referrer trailing) = function trim(current-user trailing)
                                 or function trim(referral-referee trailing) = function trim(current-user trailing)
                                  delete referral-database
                                  perform setAuditActor
                                  move "referral-database.dat" to audit-file-name
                                  move referral-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close referral-database
              exit.

*>*******************************************************************
*> Remove every caseload assignment and advising-note line naming
*> current-user as the advisor or the advisee
*>*******************************************************************
       purgeAdvisingForUser.
              open i-o advisor-caseload
              if caseload-ok
                  perform until caseload-status not = "00"
                      read advisor-caseload next record
                          at end
                              exit perform
                          not at end
                              if function trim(caseload-advisor trailing) = function trim(current-user trailing)
                                 or function trim(caseload-student trailing) = function trim(current-user trailing)
                                  delete advisor-caseload
                                  perform setAuditActor
                                  move "advisor-caseload.dat" to audit-file-name
                                  move caseload-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close advisor-caseload

              open input advising-notes
              if advising-notes-status = "00"
                  open output advising-notes-temp
                  perform until advising-notes-status not = "00"
                      read advising-notes
                          at end
                              exit perform
                          not at end
                              move 1 to adv-split-ptr
                              unstring advising-note-line delimited by "|"
                                  into adv-split-advisor
                                       adv-split-student
                                       adv-split-date
                                  with pointer adv-split-ptr
                              end-unstring
                              if function trim(adv-split-advisor trailing) not = function trim(current-user trailing)
                              and function trim(adv-split-student trailing) not = function trim(current-user trailing)
                                  move advising-note-line to advising-note-temp-line
                                  write advising-note-temp-line
                              end-if
                      end-read
                  end-perform
                  close advising-notes
                  close advising-notes-temp
                  call "CBL_DELETE_FILE" using advising-notes-filename
                  call "CBL_RENAME_FILE" using advising-notes-temp-filename
                                               advising-notes-filename
                  perform setAuditActor
                  move "advising-notes.log" to audit-file-name
                  move current-user to audit-record-key
                  move "PURGE" to audit-action
                  perform recordAuditEvent
              else
                  close advising-notes
              end-if
              exit.

*>*******************************************************************
*> Remove every company membership link held by current-user
*>*******************************************************************
       purgeCompanyMembershipsForUser.
              open i-o company-members
              if company-members-ok
                  perform until company-members-status not = "00"
                      read company-members next record
                          at end
                              exit perform
                          not at end
                              if function trim(member-username trailing) = function trim(current-user trailing)
                                  delete company-members
                                  perform setAuditActor
                                  move "company-members.dat" to audit-file-name
                                  move member-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close company-members
              exit.

*>*******************************************************************
*> Remove every mentorship pairing naming current-user on either
*> side, and that pairing's meeting-log lines (the same scratch-file
*> swap the other log purges use)
*>*******************************************************************
       purgeMentorshipsForUser.
              open i-o mentorship-database
              if mentorship-db-ok
                  perform until mentorship-status not = "00"
                      read mentorship-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(mentor-student trailing) = function trim(current-user trailing)
                                 or function trim(mentor-mentor trailing) = function trim(current-user trailing)
                                  delete mentorship-database
                                  perform setAuditActor
                                  move "mentorship-database.dat" to audit-file-name
                                  move mentor-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close mentorship-database

              open input mentorship-meetings
              if mnt-meetings-status = "00"
                  open output mentorship-meetings-temp
                  perform until mnt-meetings-status not = "00"
                      read mentorship-meetings
                          at end
                              exit perform
                          not at end
                              move 1 to mnt-split-ptr
                              unstring mnt-meeting-line delimited by "|"
                                  into mnt-split-student
                                       mnt-split-mentor
                                       mnt-split-date
                                  with pointer mnt-split-ptr
                              end-unstring
                              if function trim(mnt-split-student trailing) not = function trim(current-user trailing)
                              and function trim(mnt-split-mentor trailing) not = function trim(current-user trailing)
                                  move mnt-meeting-line to mnt-meeting-temp-line
                                  write mnt-meeting-temp-line
                              end-if
                      end-read
                  end-perform
                  close mentorship-meetings
                  close mentorship-meetings-temp
                  call "CBL_DELETE_FILE" using mnt-meetings-filename
                  call "CBL_RENAME_FILE" using mnt-meetings-temp-filename
                                               mnt-meetings-filename
                  perform setAuditActor
                  move "mentorship-meetings.log" to audit-file-name
                  move current-user to audit-record-key
                  move "PURGE" to audit-action
                  perform recordAuditEvent
              else
                  close mentorship-meetings
              end-if
              exit.

*>*******************************************************************
*> Profile Management Procedures
*>*******************************************************************

*>*******************************************************************
*> Create or Edit Profile
*>*******************************************************************
       create-edit-profile.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move profile-create-title to output-buffer
              perform outputLine

              *> Load existing profile if it exists
              move current-user to buffer-acct-username
              perform findAcct
              if acct-found
                  *> Sucessfully retrieved account
                  continue
              else
                  *> User somehow does not exist in database yet is signed in
                  continue
              end-if

              *> Get required profile information
              perform get-required-profile-info

              *> Get optional profile information
              perform get-optional-profile-info

              *> Save profile
              perform save-profile

              move profile-saved-msg to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> Get Required Profile Information
*>*******************************************************************
       get-required-profile-info.
              *> First Name
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move profile-first-name-prompt to output-buffer
                  perform outputLine
                  perform readInputLine

                  if input-buffer not equal to spaces
                      move input-buffer to validate-text-buffer
                      move 50 to validate-max-len
                      perform validateFreeText
                      if validate-text-ok
                          move 'Y' to profile-validation
                          move function trim(input-buffer trailing) to profile-first-name
                      else
                          move "Entries may not contain '|' or exceed the field length." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform

              *> Last Name
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move profile-last-name-prompt to output-buffer
                  perform outputLine
                  perform readInputLine

                  if input-buffer not equal to spaces
                      move input-buffer to validate-text-buffer
                      move 50 to validate-max-len
                      perform validateFreeText
                      if validate-text-ok
                          move 'Y' to profile-validation
                          move function trim(input-buffer trailing) to profile-last-name
                      else
                          move "Entries may not contain '|' or exceed the field length." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform

              *> University
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move profile-university-prompt to output-buffer
                  perform outputLine
                  perform readInputLine

                  if input-buffer not equal to spaces
                      move input-buffer to validate-text-buffer
                      move 100 to validate-max-len
                      perform validateFreeText
                      if validate-text-ok
                          move 'Y' to profile-validation
                          move function trim(input-buffer trailing) to profile-university
                      else
                          move "Entries may not contain '|' or exceed the field length." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform

              *> Major
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move profile-major-prompt to output-buffer
                  perform outputLine
                  perform readInputLine

                  if input-buffer not equal to spaces
                      move input-buffer to validate-text-buffer
                      move 100 to validate-max-len
                      perform validateFreeText
                      if validate-text-ok
                          move 'Y' to profile-validation
                          move function trim(input-buffer trailing) to profile-major
                      else
                          move "Entries may not contain '|' or exceed the field length." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform

              *> Graduation Year with validation
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move profile-graduation-prompt to output-buffer
                  perform outputLine
                  perform readInputLine
                  move function trim(input-buffer trailing) to profile-input-buffer

                  perform validate-graduation-year
                  if not profile-valid
                      move "Invalid graduation year. Please enter a valid 4-digit year." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              exit.

*>*******************************************************************
*> Get Optional Profile Information
*>*******************************************************************
       get-optional-profile-info.
              *> About Me
              move profile-about-prompt to output-buffer
              perform outputLine
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move spaces to profile-about-me
              else
                  move function trim(input-buffer trailing) to profile-about-me
              end-if

              *> Contact address for off-platform notifications - it is
              *> embedded in "|"-delimited mail-spool lines, so the
              *> delimiter is refused here like every other key-feeding
              *> capture
              move 'N' to validate-text-flag
              perform with test after until validate-text-ok or not valid-read
                  move "Contact email for notifications (optional, blank to skip):" to output-buffer
                  perform outputLine
                  perform readInputLine
                  if function trim(input-buffer trailing) = spaces
                      move spaces to profile-contact-email
                      move 'Y' to validate-text-flag
                  else
                      move input-buffer to validate-text-buffer
                      move 100 to validate-max-len
                      perform validateFreeText
                      if validate-text-ok
                          move function trim(input-buffer trailing) to profile-contact-email
                          *> A freshly typed address clears any bounce
                          *> flag a dead predecessor earned
                          move 'N' to acct-email-bounced
                      else
                          move "Entries may not contain '|' or exceed the field length." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform

              *> Open to Work / Open to Networking / Not Looking badge
              move profile-status-prompt to output-buffer
              perform outputLine
              perform readInputLine
              evaluate function trim(input-buffer trailing)
                  when "1"
                      move "OPEN TO WORK" to profile-status
                  when "2"
                      move "OPEN TO NETWORK" to profile-status
                  when "3"
                      move "NOT LOOKING" to profile-status
                  when other
                      continue
              end-evaluate

              *> Profile visibility
              move "Profile visibility - [1] Public  [2] Connections Only  [3] Private (blank keeps current):" to output-buffer
              perform outputLine
              perform readInputLine
              evaluate function trim(input-buffer trailing)
                  when "1"
                      move "PUBLIC" to profile-visibility
                  when "2"
                      move "CONNECTIONS" to profile-visibility
                  when "3"
                      move "PRIVATE" to profile-visibility
                  when other
                      if profile-visibility = spaces or profile-visibility = low-values
                          move "PUBLIC" to profile-visibility
                      end-if
              end-evaluate

              *> Work authorization, for postings that offer no visa
              *> sponsorship
              move "Work authorization - [1] Authorized to work  [2] Will need visa sponsorship (blank keeps current):" to output-buffer
              perform outputLine
              perform readInputLine
              evaluate function trim(input-buffer trailing)
                  when "1"
                      move "AUTHORIZED" to profile-work-authorization
                  when "2"
                      move "SPONSORSHIP" to profile-work-authorization
                  when other
                      if profile-work-authorization = low-values
                          move spaces to profile-work-authorization
                      end-if
              end-evaluate

              *> Experience entries
              move 1 to profile-counter
              move 'N' to profile-done-flag
              perform until profile-done or profile-counter > 3 or not valid-read
                  move spaces to output-buffer
                  string "Experience #" delimited by size
                         profile-counter delimited by size
                         " - Title:" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  perform readInputLine

                  if function trim(input-buffer trailing) = 'DONE' or
                     function trim(input-buffer trailing) = 'done'
                      move 'Y' to profile-done-flag
                  else
                      move function trim(input-buffer trailing) to exp-title(profile-counter)

                      move spaces to output-buffer
                      string "Experience #" delimited by size
                             profile-counter delimited by size
                             " - Company/Organization:" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      perform readInputLine
                      move function trim(input-buffer trailing) to exp-company(profile-counter)

                      move spaces to output-buffer
                      string "Experience #" delimited by size
                             profile-counter delimited by size
                             " - Dates (e.g., Summer 2024):" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      perform readInputLine
                      move function trim(input-buffer trailing) to exp-dates(profile-counter)

                      *> Structured from/to months behind the free text
                      move 'N' to ym-valid-flag
                      perform until ym-valid or not valid-read
                          move "  From month (YYYYMM): " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to ym-input
                          perform validate-yyyymm
                          if ym-valid
                              move ym-input to exp-from-date(profile-counter)
                          else
                              move "Enter a real month as YYYYMM (e.g. 202409)." to output-buffer
                              perform outputLine
                          end-if
                      end-perform
                      move 'N' to ym-valid-flag
                      perform until ym-valid or not valid-read
                          move "  To month (YYYYMM, blank = present): " to input-prompt
                          perform readInputLine
                          if function trim(input-buffer trailing) = spaces
                              move spaces to exp-to-date(profile-counter)
                              move 'Y' to ym-valid-flag
                          else
                              move function trim(input-buffer trailing) to ym-input
                              perform validate-yyyymm
                              if ym-valid
                                  move ym-input to exp-to-date(profile-counter)
                              else
                                  move "Enter a real month as YYYYMM (e.g. 202409)." to output-buffer
                                  perform outputLine
                              end-if
                          end-if
                      end-perform

                      move spaces to output-buffer
                      string "Experience #" delimited by size
                             profile-counter delimited by size
                             " - Description (optional, max 100 chars, blank to skip):" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      perform readInputLine
                      if function trim(input-buffer trailing) = spaces
                          move spaces to exp-description(profile-counter)
                      else
                          move function trim(input-buffer trailing) to exp-description(profile-counter)
                      end-if

                      add 1 to profile-counter
                  end-if
              end-perform

              *> Education entries
              move 1 to profile-counter
              move 'N' to profile-done-flag
              perform until profile-done or profile-counter > 3 or not valid-read
                  move spaces to output-buffer
                  string "Education #" delimited by size
                         profile-counter delimited by size
                         " - Degree:" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  perform readInputLine

                  if function trim(input-buffer trailing) = 'DONE' or
                     function trim(input-buffer trailing) = 'done'
                      move 'Y' to profile-done-flag
                  else
                      move function trim(input-buffer trailing) to edu-degree(profile-counter)

                      move spaces to output-buffer
                      string "Education #" delimited by size
                             profile-counter delimited by size
                             " - University/College:" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      perform readInputLine
                      move function trim(input-buffer trailing) to edu-university(profile-counter)

                      move spaces to output-buffer
                      string "Education #" delimited by size
                             profile-counter delimited by size
                             " - Years Attended (e.g., 2023-2025):" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      perform readInputLine
                      move function trim(input-buffer trailing) to edu-years(profile-counter)

                      *> Structured from/to months behind the free text
                      move 'N' to ym-valid-flag
                      perform until ym-valid or not valid-read
                          move "  From month (YYYYMM): " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to ym-input
                          perform validate-yyyymm
                          if ym-valid
                              move ym-input to edu-from-date(profile-counter)
                          else
                              move "Enter a real month as YYYYMM (e.g. 202409)." to output-buffer
                              perform outputLine
                          end-if
                      end-perform
                      move 'N' to ym-valid-flag
                      perform until ym-valid or not valid-read
                          move "  To month (YYYYMM, blank = present): " to input-prompt
                          perform readInputLine
                          if function trim(input-buffer trailing) = spaces
                              move spaces to edu-to-date(profile-counter)
                              move 'Y' to ym-valid-flag
                          else
                              move function trim(input-buffer trailing) to ym-input
                              perform validate-yyyymm
                              if ym-valid
                                  move ym-input to edu-to-date(profile-counter)
                              else
                                  move "Enter a real month as YYYYMM (e.g. 202409)." to output-buffer
                                  perform outputLine
                              end-if
                          end-if
                      end-perform

                      add 1 to profile-counter
                  end-if
              end-perform

              *> References/Certifications entries
              move 1 to profile-counter
              move 'N' to profile-done-flag
              perform until profile-done or profile-counter > 3 or not valid-read
                  move spaces to output-buffer
                  string "Reference/Certification #" delimited by size
                         profile-counter delimited by size
                         " - Name:" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  perform readInputLine

                  if function trim(input-buffer trailing) = 'DONE' or
                     function trim(input-buffer trailing) = 'done'
                      move 'Y' to profile-done-flag
                  else
                      move function trim(input-buffer trailing) to ref-name(profile-counter)

                      move spaces to output-buffer
                      string "Reference/Certification #" delimited by size
                             profile-counter delimited by size
                             " - Organization/Issuer:" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      perform readInputLine
                      move function trim(input-buffer trailing) to ref-organization(profile-counter)

                      move spaces to output-buffer
                      string "Reference/Certification #" delimited by size
                             profile-counter delimited by size
                             " - Date/Contact Info:" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      perform readInputLine
                      move function trim(input-buffer trailing) to ref-detail(profile-counter)

                      add 1 to profile-counter
                  end-if
              end-perform
              exit.

*>*******************************************************************
*> Validate Graduation Year
*>*******************************************************************
       validate-graduation-year.
              move 'N' to profile-validation

              *> Check if input is numeric and 4 digits
              if function length(function trim(profile-input-buffer trailing)) = 4
                  move profile-input-buffer to graduation-year-num
                  if graduation-year-num >= min-graduation-year and
                     graduation-year-num <= max-graduation-year
                      move graduation-year-num to profile-graduation-year
                      move 'Y' to profile-validation
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Validate a structured YYYYMM month: six digits, a real month, and
*> a year between 1950 and next year (relative to the clock)
*> Input:  ym-input
*> Output: ym-valid-flag
*>*******************************************************************
       validate-yyyymm.
              move 'N' to ym-valid-flag
              if ym-input is numeric
                  move ym-input(1:4) to ym-year
                  move ym-input(5:2) to ym-month
                  if ym-month >= 1 and ym-month <= 12
                  and ym-year >= min-graduation-year
                  and ym-year <= current-year + 1
                      move 'Y' to ym-valid-flag
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Compute the inclusive duration in months between ym-from and
*> ym-to (a blank ym-to means "to present" and uses the clock)
*> Input:  ym-from, ym-to
*> Output: ym-duration (months; zero when ym-from is blank)
*>*******************************************************************
       computeYmDuration.
              move 0 to ym-duration
              if ym-from is not numeric
                  exit paragraph
              end-if
              if function trim(ym-to trailing) = spaces
                  move function current-date(1:6) to ym-to
              end-if
              if ym-to is not numeric
                  exit paragraph
              end-if
              move ym-from(1:4) to ym-year
              move ym-from(5:2) to ym-month
              compute ym-duration = (ym-year * 12) + ym-month
              move ym-to(1:4) to ym-year
              move ym-to(5:2) to ym-month
              compute ym-duration =
                  ((ym-year * 12) + ym-month) - ym-duration + 1
              if ym-duration < 0
                  move 0 to ym-duration
              end-if
              move ym-duration to ym-duration-disp
              exit.

*>*******************************************************************
*> Save Profile
*>*******************************************************************
       save-profile.
              move 'Y' to profile-has-data
              move current-user to acct-username
              perform updateAcct
              exit.

*>*******************************************************************
*> View Profile
*>*******************************************************************
       view-profile.
              *> Load profile data
              move current-user to buffer-acct-username
              perform findAcct

              *> Log the lookup if a caller flagged a viewer different
              *> from the profile owner (profile-view-viewer is set by
              *> searchByName/searchByKeyword/manageApplicant just
              *> before they switch current-user to the owner being
              *> looked up, and is cleared again below)
              if acct-found
              and function trim(profile-view-viewer trailing) not = spaces
              and function trim(profile-view-viewer trailing) not = function trim(current-user trailing)
                  perform recordProfileView
              end-if
              move spaces to profile-view-viewer

              if acct-found and function trim(profile-first-name trailing) not = spaces
                  move display_profile to output-buffer
                  perform outputLine
                  move profile-view-title to output-buffer
                  perform outputLine

                  *> Display basic information
                  move spaces to output-buffer
                  string profile-name-prefix delimited by size
                         function trim(profile-first-name trailing) delimited by size
                         " " delimited by size
                         function trim(profile-last-name trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine

                  move spaces to output-buffer
                  string profile-univ-prefix delimited by size
                         function trim(profile-university trailing) delimited by size
                         into output-buffer
                  end-string
                  if enrollment-verified
                      string function trim(output-buffer trailing) delimited by size
                             "  [Enrollment verified by the registrar]" delimited by size
                             into output-buffer
                      end-string
                  end-if
                  perform outputLine

                  move spaces to output-buffer
                  string profile-major-prefix delimited by size
                         function trim(profile-major trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine

                  move spaces to output-buffer
                  string profile-year-prefix delimited by size
                         profile-graduation-year delimited by size
                         into output-buffer
                  end-string
                  perform outputLine

                  *> Display Open to Work / Open to Networking / Not Looking badge
                  move spaces to output-buffer
                  string profile-status-prefix delimited by size
                         function trim(profile-status trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine

                  *> Display About Me if present
                  if function trim(profile-about-me trailing) not = spaces
                      move spaces to output-buffer
                      string profile-about-prefix delimited by size
                             function trim(profile-about-me trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if

                  *> Display Experience, newest first by the structured
                  *> from-month (entries without one fall to the end)
                  move profile-exp-prefix to output-buffer
                  perform outputLine
                  move 1 to exp-order-entry(1)
                  move 2 to exp-order-entry(2)
                  move 3 to exp-order-entry(3)
                  perform varying ord-idx from 1 by 1 until ord-idx > 2
                      perform varying ord-jdx from 1 by 1 until ord-jdx > 3 - ord-idx
                          if exp-from-date(exp-order-entry(ord-jdx)) <
                             exp-from-date(exp-order-entry(ord-jdx + 1))
                              move exp-order-entry(ord-jdx) to ord-swap
                              move exp-order-entry(ord-jdx + 1) to exp-order-entry(ord-jdx)
                              move ord-swap to exp-order-entry(ord-jdx + 1)
                          end-if
                      end-perform
                  end-perform
                  perform varying ord-idx from 1 by 1 until ord-idx > 3
                      move exp-order-entry(ord-idx) to profile-counter
                      if function trim(exp-title(profile-counter) trailing) not = spaces
                          move spaces to output-buffer
                          string profile-title-prefix delimited by size
                                 function trim(exp-title(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine

                          move spaces to output-buffer
                          string profile-company-prefix delimited by size
                                 function trim(exp-company(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine

                          move spaces to output-buffer
                          string profile-dates-prefix delimited by size
                                 function trim(exp-dates(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine

                          if exp-from-date(profile-counter) is numeric
                              move exp-from-date(profile-counter) to ym-from
                              move exp-to-date(profile-counter) to ym-to
                              perform computeYmDuration
                              move spaces to output-buffer
                              if function trim(exp-to-date(profile-counter) trailing) = spaces
                                  string "From: " delimited by size
                                         exp-from-date(profile-counter) delimited by size
                                         "  To: present  (" delimited by size
                                         function trim(ym-duration-disp leading) delimited by size
                                         " month(s))" delimited by size
                                         into output-buffer
                                  end-string
                              else
                                  string "From: " delimited by size
                                         exp-from-date(profile-counter) delimited by size
                                         "  To: " delimited by size
                                         exp-to-date(profile-counter) delimited by size
                                         "  (" delimited by size
                                         function trim(ym-duration-disp leading) delimited by size
                                         " month(s))" delimited by size
                                         into output-buffer
                                  end-string
                              end-if
                              perform outputLine
                          end-if

                          if function trim(exp-description(profile-counter) trailing) not = spaces
                              move spaces to output-buffer
                              string profile-desc-prefix delimited by size
                                     function trim(exp-description(profile-counter) trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                          end-if
                      end-if
                  end-perform

                  *> Display Education, newest first the same way
                  move profile-edu-prefix to output-buffer
                  perform outputLine
                  move 1 to exp-order-entry(1)
                  move 2 to exp-order-entry(2)
                  move 3 to exp-order-entry(3)
                  perform varying ord-idx from 1 by 1 until ord-idx > 2
                      perform varying ord-jdx from 1 by 1 until ord-jdx > 3 - ord-idx
                          if edu-from-date(exp-order-entry(ord-jdx)) <
                             edu-from-date(exp-order-entry(ord-jdx + 1))
                              move exp-order-entry(ord-jdx) to ord-swap
                              move exp-order-entry(ord-jdx + 1) to exp-order-entry(ord-jdx)
                              move ord-swap to exp-order-entry(ord-jdx + 1)
                          end-if
                      end-perform
                  end-perform
                  perform varying ord-idx from 1 by 1 until ord-idx > 3
                      move exp-order-entry(ord-idx) to profile-counter
                      if function trim(edu-degree(profile-counter) trailing) not = spaces
                          move spaces to output-buffer
                          string profile-degree-prefix delimited by size
                                 function trim(edu-degree(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine

                          move spaces to output-buffer
                          string profile-univ-prefix delimited by size
                                 function trim(edu-university(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine

                          move spaces to output-buffer
                          string profile-years-prefix delimited by size
                                 function trim(edu-years(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine

                          if edu-from-date(profile-counter) is numeric
                              move edu-from-date(profile-counter) to ym-from
                              move edu-to-date(profile-counter) to ym-to
                              perform computeYmDuration
                              move spaces to output-buffer
                              if function trim(edu-to-date(profile-counter) trailing) = spaces
                                  string "From: " delimited by size
                                         edu-from-date(profile-counter) delimited by size
                                         "  To: present  (" delimited by size
                                         function trim(ym-duration-disp leading) delimited by size
                                         " month(s))" delimited by size
                                         into output-buffer
                                  end-string
                              else
                                  string "From: " delimited by size
                                         edu-from-date(profile-counter) delimited by size
                                         "  To: " delimited by size
                                         edu-to-date(profile-counter) delimited by size
                                         "  (" delimited by size
                                         function trim(ym-duration-disp leading) delimited by size
                                         " month(s))" delimited by size
                                         into output-buffer
                                  end-string
                              end-if
                              perform outputLine
                          end-if
                      end-if
                  end-perform

                  *> Display References/Certifications
                  move profile-ref-prefix to output-buffer
                  perform outputLine
                  perform varying profile-counter from 1 by 1 until profile-counter > 3
                      if function trim(ref-name(profile-counter) trailing) not = spaces
                          move spaces to output-buffer
                          string profile-refname-prefix delimited by size
                                 function trim(ref-name(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine

                          move spaces to output-buffer
                          string profile-reforg-prefix delimited by size
                                 function trim(ref-organization(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine

                          move spaces to output-buffer
                          string profile-refdetail-prefix delimited by size
                                 function trim(ref-detail(profile-counter) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                  end-perform

                  *> Display Skills with peer endorsement counts
                  move "Skills:" to output-buffer
                  perform outputLine
                  move current-user to endorse-target-user
                  move current-user to usk-lookup-user
                  perform loadUserCompletions
                  *> Retired skills stay listed - a completion earned
                  *> before the retirement still counts
                  move 'Y' to scat-retired-flag
                  perform loadSkillCatalog
                  move 'N' to scat-retired-flag
                  perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                      move scat-id(scat-idx) to endorsement-skill-id
                      perform computeEndorsementCount
                      move scat-id(scat-idx) to scat-lookup-skill
                      perform findUserCompletion
                      if usk-found or endorsement-count > 0
                          move spaces to output-buffer
                          string "  - " delimited by size
                                 function trim(scat-title(scat-idx) trailing) delimited by size
                                 " (" delimited by size
                                 function trim(endorsement-count leading) delimited by size
                                 " endorsement(s))" delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                  end-perform

                  *> System-issued completion certificates
                  move current-user to cert-lookup-user
                  perform listCertificatesForUser

                  move profile-separator to output-buffer
                  perform outputLine
              else
                  move "No profile found. Please create a profile first." to output-buffer
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Paragraph: checkProfileAccess
*> Purpose:   Decides how much of the profile loaded in acct-record
*>            the current user may see, honoring profile-visibility:
*>            F(ull) for the owner, public profiles and established
*>            connections; L(imited - name/university/major) for
*>            connections-only profiles viewed by a non-connection;
*>            N(one) for private profiles outside the owner's
*>            connections
*> Input:     acct-record (the target profile), current-user (viewer)
*> Output:    profile-access-level
*>*******************************************************************
       checkProfileAccess.
              move 'F' to profile-access-level
              if function trim(acct-username trailing) = function trim(current-user trailing)
                  exit paragraph
              end-if
              if visibility-public
              or (profile-visibility = spaces)
                  exit paragraph
              end-if
              move acct-username to message-recipient-buffer
              perform checkConnection
              if connected
                  exit paragraph
              end-if
              if visibility-private
                  move 'N' to profile-access-level
              else
                  move 'L' to profile-access-level
              end-if
              exit.

*>*******************************************************************
*> View Profile (limited) - the name/university/major card shown to
*> non-connections when the owner set CONNECTIONS-ONLY visibility
*>*******************************************************************
       view-profile-limited.
              move current-user to buffer-acct-username
              perform findAcct

              if acct-found
              and function trim(profile-view-viewer trailing) not = spaces
              and function trim(profile-view-viewer trailing) not = function trim(current-user trailing)
                  perform recordProfileView
              end-if
              move spaces to profile-view-viewer

              if acct-found and function trim(profile-first-name trailing) not = spaces
                  move profile-view-title to output-buffer
                  perform outputLine
                  move spaces to output-buffer
                  string profile-name-prefix delimited by size
                         function trim(profile-first-name trailing) delimited by size
                         " " delimited by size
                         function trim(profile-last-name trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move spaces to output-buffer
                  string profile-univ-prefix delimited by size
                         function trim(profile-university trailing) delimited by size
                         into output-buffer
                  end-string
                  if enrollment-verified
                      string function trim(output-buffer trailing) delimited by size
                             "  [Enrollment verified by the registrar]" delimited by size
                             into output-buffer
                      end-string
                  end-if
                  perform outputLine
                  move spaces to output-buffer
                  string profile-major-prefix delimited by size
                         function trim(profile-major trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move "(Full profile is visible to this user's connections only.)" to output-buffer
                  perform outputLine
                  move profile-separator to output-buffer
                  perform outputLine
              else
                  move "No profile found. Please create a profile first." to output-buffer
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Seed the skills-database with its five starter lessons the first
*> time the program runs against a fresh install (no-op afterwards) -
*> the operator grows the catalog from the Skills Catalog screen
*>*******************************************************************
       seedSkillsDatabase.
              open i-o skills-database
              if skills-file-missing
                  open output skills-database
                  close skills-database
                  open i-o skills-database
              end-if

              move "01" to skill-id
              read skills-database
                  invalid key
                      move "01" to skill-id
                      move "Time Management" to skill-title
                      move "Block out study time the same way you would block out a class, and protect it from other commitments once it is on the calendar." to skill-description
                      move "https://www.coursera.org/learn/work-smarter-not-harder" to skill-link
                      move 10 to skill-sort-order
                      move "ACTIVE" to skill-status
                      move function current-date(1:8) to skill-added-date
                      write skill-record

                      move "02" to skill-id
                      move "Teamwork" to skill-title
                      move "Agree on who owns each task before work starts, and share progress early so teammates can adjust before a deadline." to skill-description
                      move "https://www.coursera.org/learn/teamwork-skills" to skill-link
                      move 20 to skill-sort-order
                      move "ACTIVE" to skill-status
                      move function current-date(1:8) to skill-added-date
                      write skill-record

                      move "03" to skill-id
                      move "Public Speaking" to skill-title
                      move "Open with the point you most want remembered, practice out loud, and pause after key points instead of filling silence." to skill-description
                      move "https://www.coursera.org/learn/public-speaking" to skill-link
                      move 30 to skill-sort-order
                      move "ACTIVE" to skill-status
                      move function current-date(1:8) to skill-added-date
                      write skill-record

                      move "04" to skill-id
                      move "Resume Writing" to skill-title
                      move "Lead each bullet with the result before the action, use numbers wherever you can, and tailor the top third to the role." to skill-description
                      move "https://www.coursera.org/learn/resume-writing" to skill-link
                      move 40 to skill-sort-order
                      move "ACTIVE" to skill-status
                      move function current-date(1:8) to skill-added-date
                      write skill-record

                      move "05" to skill-id
                      move "Networking Basics" to skill-title
                      move "Reach out before you need something, ask about the other person's work first, and follow up with a short thank-you." to skill-description
                      move "https://www.coursera.org/learn/networking-basics" to skill-link
                      move 50 to skill-sort-order
                      move "ACTIVE" to skill-status
                      move function current-date(1:8) to skill-added-date
                      write skill-record
              end-read
              close skills-database
              exit.

*>*******************************************************************
*> Seed the graded assessment question bank - four multiple-choice
*> questions per skill, written once the same way the lesson content
*> is seeded above. Further questions go in the same way, a row at a
*> time, under the next free question number for the skill.
*>*******************************************************************
       seedSkillQuestions.
              open i-o skill-questions
              if skill-questions-missing
                  open output skill-questions
                  close skill-questions
                  open i-o skill-questions
              end-if

              move "01" to skq-skill-id
              move 1 to skq-number
              read skill-questions
                  invalid key
                      move "01" to skq-skill-id
                      move 1 to skq-number
                      move "Once study time is blocked out on your calendar, you should:" to skq-text
                      move "Give it up when something else comes up" to skq-choice(1)
                      move "Protect it the way you would protect a class" to skq-choice(2)
                      move "Move it to a different time every day" to skq-choice(3)
                      move "Share the slot with friends" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "01" to skq-skill-id
                      move 2 to skq-number
                      move "Which task should usually be scheduled first?" to skq-text
                      move "The most enjoyable one" to skq-choice(1)
                      move "The one due furthest away" to skq-choice(2)
                      move "The most important one with the nearest deadline" to skq-choice(3)
                      move "The shortest one" to skq-choice(4)
                      move "C" to skq-answer
                      perform writeSeedSkillQuestion

                      move "01" to skq-skill-id
                      move 3 to skq-number
                      move "Breaking a large assignment into smaller pieces mainly helps you:" to skq-text
                      move "Put off starting" to skq-choice(1)
                      move "Estimate and schedule the work" to skq-choice(2)
                      move "Skip the hard parts" to skq-choice(3)
                      move "Ask for an extension" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "01" to skq-skill-id
                      move 4 to skq-number
                      move "A weekly review of your calendar is useful because it:" to skq-text
                      move "Replaces a to-do list" to skq-choice(1)
                      move "Catches conflicts before they happen" to skq-choice(2)
                      move "Guarantees good grades" to skq-choice(3)
                      move "Is required by professors" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "02" to skq-skill-id
                      move 1 to skq-number
                      move "When should a team agree on who owns each task?" to skq-text
                      move "After the deadline" to skq-choice(1)
                      move "Before work starts" to skq-choice(2)
                      move "Only if there is a problem" to skq-choice(3)
                      move "Never - everyone does everything" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "02" to skq-skill-id
                      move 2 to skq-number
                      move "Sharing progress early lets your teammates:" to skq-text
                      move "Take credit for your work" to skq-choice(1)
                      move "Adjust before a deadline" to skq-choice(2)
                      move "Stop working" to skq-choice(3)
                      move "Skip the meetings" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "02" to skq-skill-id
                      move 3 to skq-number
                      move "A teammate misses a deadline. The best first step is to:" to skq-text
                      move "Report them to the professor" to skq-choice(1)
                      move "Redo their work without saying anything" to skq-choice(2)
                      move "Ask what happened and re-plan together" to skq-choice(3)
                      move "Ignore it" to skq-choice(4)
                      move "C" to skq-answer
                      perform writeSeedSkillQuestion

                      move "02" to skq-skill-id
                      move 4 to skq-number
                      move "A good team meeting ends with:" to skq-text
                      move "Clear next steps and an owner for each" to skq-choice(1)
                      move "No decisions" to skq-choice(2)
                      move "A longer agenda for next time" to skq-choice(3)
                      move "A vote on the grade" to skq-choice(4)
                      move "A" to skq-answer
                      perform writeSeedSkillQuestion

                      move "03" to skq-skill-id
                      move 1 to skq-number
                      move "How should you open a talk?" to skq-text
                      move "With an apology" to skq-choice(1)
                      move "With the point you most want remembered" to skq-choice(2)
                      move "By reading your outline" to skq-choice(3)
                      move "With a long joke" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "03" to skq-skill-id
                      move 2 to skq-number
                      move "The most effective way to practice a talk is:" to skq-text
                      move "Reading it silently" to skq-choice(1)
                      move "Saying it out loud" to skq-choice(2)
                      move "Only the night before" to skq-choice(3)
                      move "Memorizing every word" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "03" to skq-skill-id
                      move 3 to skq-number
                      move "Right after a key point you should:" to skq-text
                      move "Fill the silence quickly" to skq-choice(1)
                      move "Pause" to skq-choice(2)
                      move "Change topics" to skq-choice(3)
                      move "Read the slide aloud" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "03" to skq-skill-id
                      move 4 to skq-number
                      move "Slides work best when they:" to skq-text
                      move "Hold every word you say" to skq-choice(1)
                      move "Support what you say instead of replacing it" to skq-choice(2)
                      move "Use the smallest font possible" to skq-choice(3)
                      move "Have no images" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "04" to skq-skill-id
                      move 1 to skq-number
                      move "Each resume bullet should lead with:" to skq-text
                      move "The result" to skq-choice(1)
                      move "Your job title" to skq-choice(2)
                      move "The date" to skq-choice(3)
                      move "The company address" to skq-choice(4)
                      move "A" to skq-answer
                      perform writeSeedSkillQuestion

                      move "04" to skq-skill-id
                      move 2 to skq-number
                      move "Wherever possible, resume bullets should include:" to skq-text
                      move "Numbers" to skq-choice(1)
                      move "Slang" to skq-choice(2)
                      move "Personal opinions" to skq-choice(3)
                      move "References" to skq-choice(4)
                      move "A" to skq-answer
                      perform writeSeedSkillQuestion

                      move "04" to skq-skill-id
                      move 3 to skq-number
                      move "Which part of a resume should be tailored most to the role?" to skq-text
                      move "The top third" to skq-choice(1)
                      move "The font" to skq-choice(2)
                      move "The margins" to skq-choice(3)
                      move "The last line" to skq-choice(4)
                      move "A" to skq-answer
                      perform writeSeedSkillQuestion

                      move "04" to skq-skill-id
                      move 4 to skq-number
                      move "Which is the strongest resume bullet?" to skq-text
                      move "Responsible for sales" to skq-choice(1)
                      move "Raised sales 15% by redesigning the store display" to skq-choice(2)
                      move "Did many different things" to skq-choice(3)
                      move "Worked very hard" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "05" to skq-skill-id
                      move 1 to skq-number
                      move "When should you reach out to your network?" to skq-text
                      move "Only when you need a job" to skq-choice(1)
                      move "Before you need something" to skq-choice(2)
                      move "Never first" to skq-choice(3)
                      move "Only by letter" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "05" to skq-skill-id
                      move 2 to skq-number
                      move "In a first conversation, ask about:" to skq-text
                      move "Their salary" to skq-choice(1)
                      move "The other person's work" to skq-choice(2)
                      move "Open jobs right away" to skq-choice(3)
                      move "Nothing at all" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion

                      move "05" to skq-skill-id
                      move 3 to skq-number
                      move "After meeting someone new you should:" to skq-text
                      move "Send a short thank-you" to skq-choice(1)
                      move "Wait a year before writing" to skq-choice(2)
                      move "Ask for a referral immediately" to skq-choice(3)
                      move "Connect with all of their contacts" to skq-choice(4)
                      move "A" to skq-answer
                      perform writeSeedSkillQuestion

                      move "05" to skq-skill-id
                      move 4 to skq-number
                      move "A good request for an informational interview is:" to skq-text
                      move "Long and detailed" to skq-choice(1)
                      move "Short, specific and respectful of their time" to skq-choice(2)
                      move "Sent to everyone at once" to skq-choice(3)
                      move "Anonymous" to skq-choice(4)
                      move "B" to skq-answer
                      perform writeSeedSkillQuestion
              end-read
              close skill-questions
              exit.

*> Paragraph: writeSeedSkillQuestion
*> Purpose:   Writes the question staged in skill-question-record
*>            (skill-questions already open i-o)
       writeSeedSkillQuestion.
              write skill-question-record
                  invalid key
                      continue
              end-write
              initialize skill-question-record
              exit.

*>*******************************************************************
*> Seed the language-strings database with English and Spanish text
*> for the message-ids currently routed through getLangLine (the
*> welcome banner, login success/failure, and the post-login-menu
*> labels). Further message-ids can be added here the same way the
*> skills lesson content is added above, a row at a time - most of the
*> program's other output-buffer literals are not yet migrated.
*>*******************************************************************
       seedLanguageStrings.
              open i-o language-strings
              if lang-file-missing
                  open output language-strings
                  close language-strings
                  open i-o language-strings
              end-if

              move "WELCOME   " to lang-message-id
              move "EN" to lang-language-code
              string lang-message-id delimited by size
                     lang-language-code delimited by size
                     into lang-key
              end-string
              read language-strings
                  invalid key
                      move "Welcome to inCollege! Select an option" to lang-text
                      write lang-string-record

                      move "ES" to lang-language-code
                      string lang-message-id delimited by size
                             lang-language-code delimited by size
                             into lang-key
                      end-string
                      move "¡Bienvenido a inCollege! Seleccione una opcion" to lang-text
                      write lang-string-record

                      move "LOGINOK   " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size
                             lang-language-code delimited by size
                             into lang-key
                      end-string
                      move "You have successfully logged in" to lang-text
                      write lang-string-record

                      move "ES" to lang-language-code
                      string lang-message-id delimited by size
                             lang-language-code delimited by size
                             into lang-key
                      end-string
                      move "Ha iniciado sesion exitosamente" to lang-text
                      write lang-string-record

                      move "LOGINBAD  " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size
                             lang-language-code delimited by size
                             into lang-key
                      end-string
                      move "Incorrect username/password, please try again" to lang-text
                      write lang-string-record

                      move "ES" to lang-language-code
                      string lang-message-id delimited by size
                             lang-language-code delimited by size
                             into lang-key
                      end-string
                      move "Usuario/contrasena incorrectos, intente de nuevo" to lang-text
                      write lang-string-record

                      *> Post-login-menu labels
                      move "PL1       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[1] Create/Edit My Profile" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[1] Crear/Editar Mi Perfil" to lang-text
                      write lang-string-record

                      move "PL2       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[2] View My Profile" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[2] Ver Mi Perfil" to lang-text
                      write lang-string-record

                      move "PL3       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[3] Search for User" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[3] Buscar Usuario" to lang-text
                      write lang-string-record

                      move "PL4       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[4] Learn a New Skill" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[4] Aprender una Nueva Habilidad" to lang-text
                      write lang-string-record

                      move "PL5       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[5] Job search/internship" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[5] Busqueda de empleo/pasantia" to lang-text
                      write lang-string-record

                      move "PL6       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[6] View My Pending Connection Requests" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[6] Ver Mis Solicitudes de Conexion Pendientes" to lang-text
                      write lang-string-record

                      move "PL7       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[7] View My Connections" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[7] Ver Mis Conexiones" to lang-text
                      write lang-string-record

                      move "PL8       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[8] Messages" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[8] Mensajes" to lang-text
                      write lang-string-record

                      move "PL9       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[9] Delete My Account" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[9] Eliminar Mi Cuenta" to lang-text
                      write lang-string-record

                      move "PLV       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[v] Who Viewed My Profile" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[v] Quien Vio Mi Perfil" to lang-text
                      write lang-string-record

                      move "PLW       " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[w] What's New" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[w] Novedades" to lang-text
                      write lang-string-record

                      move "LOGOUT    " to lang-message-id
                      move "EN" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[q] Logout" to lang-text
                      write lang-string-record
                      move "ES" to lang-language-code
                      string lang-message-id delimited by size lang-language-code delimited by size into lang-key end-string
                      move "[q] Cerrar Sesion" to lang-text
                      write lang-string-record
              end-read
              close language-strings
              exit.

*>*******************************************************************
*> Resolve message-id through the language-strings database for
*> current-language (falling back to EN, then to the caller-supplied
*> lang-fallback-text if neither row exists) and print it via outputLine
*> Input:  lang-lookup-id, current-language, lang-fallback-text
*> Output: None (prints the resolved line)
*>*******************************************************************
       getLangLine.
              move spaces to output-buffer
              move lang-lookup-id to lang-message-id
              move current-language to lang-language-code
              string lang-message-id delimited by size
                     lang-language-code delimited by size
                     into lang-key
              end-string

              open input language-strings
              if lang-ok
                  read language-strings
                      key is lang-key
                      invalid key
                          move "EN" to lang-language-code
                          string lang-message-id delimited by size
                                 lang-language-code delimited by size
                                 into lang-key
                          end-string
                          read language-strings
                              key is lang-key
                              invalid key
                                  move lang-fallback-text to output-buffer
                              not invalid key
                                  move lang-text to output-buffer
                          end-read
                      not invalid key
                          move lang-text to output-buffer
                  end-read
              else
                  move lang-fallback-text to output-buffer
              end-if
              close language-strings
              perform outputLine
              exit.

*>*******************************************************************
*> Look up one skill's content by skill-lookup-id
*> Input:  skill-lookup-id
*> Output: skill-title/skill-description/skill-link if found,
*>         skills-status "23" (not found) otherwise
*>*******************************************************************
       getSkillContent.
              open input skills-database
              move skill-lookup-id to skill-id
              read skills-database
                  key is skill-id
              end-read
              close skills-database
              exit.

*>*******************************************************************
*> Skill completion certificates - a durable, system-issued record
*> (serial, student, skill, date) created when a student finishes a
*> skill's lessons, shown on the profile and the generated resume,
*> and verifiable by anyone who types the serial in at the welcome
*> screen. Friend endorsements don't carry this weight.
*>*******************************************************************

*> Paragraph: findCertificateForUserSkill
*> Purpose:   Scans for the certificate held by cert-lookup-user for
*>            cert-lookup-skill, tracking the highest serial on file
*>            along the way (for the next issue)
*> Input:     cert-lookup-user, cert-lookup-skill
*> Output:    cert-found-flag, certificate-record when found,
*>            cert-next-serial
       findCertificateForUserSkill.
              move 'N' to cert-found-flag
              move 0 to cert-next-serial
              open input certificates
              if certificates-ok
                  perform until certificates-status not = "00"
                      read certificates next record
                          at end
                              exit perform
                          not at end
                              if cert-serial > cert-next-serial
                                  move cert-serial to cert-next-serial
                              end-if
                              if function trim(cert-username trailing) =
                                 function trim(cert-lookup-user trailing)
                              and cert-skill-id = cert-lookup-skill
                                  move 'Y' to cert-found-flag
                                  move cert-serial to cert-serial-buffer
                              end-if
                      end-read
                  end-perform
              end-if
              close certificates
              exit.

*> Paragraph: issueSkillCertificate
*> Purpose:   Issues the completion certificate for cert-lookup-user /
*>            cert-lookup-skill unless one is already on file
*> Input:     cert-lookup-user, cert-lookup-skill
*> Output:    None
       issueSkillCertificate.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform findCertificateForUserSkill
              if certificate-on-file
                  exit paragraph
              end-if

              open i-o certificates
              if certificates-file-missing
                  open output certificates
                  close certificates
                  open i-o certificates
              end-if
              if not certificates-ok
                  close certificates
                  exit paragraph
              end-if
              initialize certificate-record
              compute cert-serial = cert-next-serial + 1
              move cert-lookup-user to cert-username
              move cert-lookup-skill to cert-skill-id
              move function current-date(1:8) to cert-issue-date
              write certificate-record
              if certificates-ok
                  move cert-lookup-user to audit-actor
                  move "certificates.dat" to audit-file-name
                  move cert-serial to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string "Skill completed - certificate " delimited by size
                         cert-serial delimited by size
                         " issued. Anyone can verify it from the welcome screen." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              close certificates
              exit.

*> Paragraph: listCertificatesForUser
*> Purpose:   Prints every certificate held by cert-lookup-user, with
*>            the skill title resolved from the lesson content
*> Input:     cert-lookup-user
*> Output:    cert-shown-count
       listCertificatesForUser.
              move 0 to cert-shown-count
              open input certificates
              if certificates-ok
                  perform until certificates-status not = "00"
                      read certificates next record
                          at end
                              exit perform
                          not at end
                              if function trim(cert-username trailing) =
                                 function trim(cert-lookup-user trailing)
                                  add 1 to cert-shown-count
                                  if cert-shown-count = 1
                                      move "Certificates:" to output-buffer
                                      perform outputLine
                                  end-if
                                  move cert-skill-id to skill-lookup-id
                                  perform getSkillContent
                                  move spaces to output-buffer
                                  string "  - Certificate " delimited by size
                                         cert-serial delimited by size
                                         ": " delimited by size
                                         function trim(skill-title trailing) delimited by size
                                         " (issued " delimited by size
                                         cert-issue-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close certificates
              exit.

*> Paragraph: verifyCertificate
*> Purpose:   Public lookup from the welcome screen - type a serial,
*>            see who holds it and for which skill
*> Input:     None (prompts)
*> Output:    None
       verifyCertificate.
              move "Certificate serial number:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is not numeric
                  move "Please enter the numeric serial from the certificate." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open input certificates
              if not certificates-ok
                  move "No certificate found with that serial." to output-buffer
                  perform outputLine
                  close certificates
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to cert-serial
              read certificates
                  key is cert-serial
                  invalid key
                      move "No certificate found with that serial." to output-buffer
                      perform outputLine
                      close certificates
                      exit paragraph
              end-read
              close certificates

              move cert-skill-id to skill-lookup-id
              perform getSkillContent
              move spaces to output-buffer
              string "Certificate " delimited by size
                     cert-serial delimited by size
                     " is valid: " delimited by size
                     function trim(cert-username trailing) delimited by size
                     " completed " delimited by size
                     function trim(skill-title trailing) delimited by size
                     " on " delimited by size
                     cert-issue-date delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Skills catalog - the skills-database is maintained by the operator
*> (add, retire, re-order, assessment questions) and everything that
*> lists skills reads it in listing order. Student completions and
*> posting requirements sit in their own keyed files, one row per
*> skill, so the catalog can grow without a record layout change.
*>*******************************************************************

*> Paragraph: loadSkillCatalog
*> Purpose:   Loads the catalog into scat-table in listing order
*>            (sort position, skill-id breaking ties)
*> Input:     scat-retired-flag ('Y' keeps retired skills in the list)
*> Output:    scat-count, scat-table
       loadSkillCatalog.
              move 0 to scat-count
              open input skills-database
              if skills-ok
                  perform until skills-status not = "00"
                      read skills-database next record
                          at end
                              exit perform
                          not at end
                              if (skill-active or scat-with-retired)
                              and scat-count < 99
                                  add 1 to scat-count
                                  move skill-id to scat-id(scat-count)
                                  move skill-title to scat-title(scat-count)
                                  move skill-sort-order to scat-order(scat-count)
                                  move skill-status to scat-status(scat-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close skills-database

              *> Read in skill-id order, so an exchange sort on the
              *> position alone keeps ties in skill-id order
              perform varying scat-idx from 1 by 1 until scat-idx >= scat-count
                  perform varying scat-jdx from 1 by 1
                      until scat-jdx > scat-count - scat-idx
                      if scat-order(scat-jdx) > scat-order(scat-jdx + 1)
                          move scat-entry(scat-jdx) to scat-swap
                          move scat-entry(scat-jdx + 1) to scat-entry(scat-jdx)
                          move scat-swap to scat-entry(scat-jdx + 1)
                      end-if
                  end-perform
              end-perform
              exit.

*> Paragraph: findSkillInCatalog
*> Purpose:   Finds a skill's position in the loaded catalog
*> Input:     scat-lookup-skill, scat-table
*> Output:    scat-pick (0 = not in the loaded list)
       findSkillInCatalog.
              move 0 to scat-pick
              perform varying scat-jdx from 1 by 1
                  until scat-jdx > scat-count or scat-pick > 0
                  if scat-id(scat-jdx) = scat-lookup-skill
                      move scat-jdx to scat-pick
                  end-if
              end-perform
              exit.

*> Paragraph: loadUserCompletions
*> Purpose:   Loads the skill-ids one student has completed
*> Input:     usk-lookup-user
*> Output:    usk-count, usk-table
       loadUserCompletions.
              move 0 to usk-count
              open input skill-completions
              if skill-completions-ok
                  move usk-lookup-user to skc-username
                  move spaces to skc-skill-id
                  start skill-completions key is not less than skc-key
                      invalid key
                          continue
                  end-start
                  perform until skill-completions-status not = "00"
                      read skill-completions next record
                          at end
                              exit perform
                          not at end
                              if skc-username not = usk-lookup-user
                                  exit perform
                              end-if
                              if usk-count < 99
                                  add 1 to usk-count
                                  move skc-skill-id to usk-skill-id(usk-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close skill-completions
              exit.

*> Paragraph: findUserCompletion
*> Purpose:   Says whether the loaded student has completed a skill
*> Input:     scat-lookup-skill, usk-table
*> Output:    usk-found-flag
       findUserCompletion.
              move 'N' to usk-found-flag
              perform varying usk-idx from 1 by 1
                  until usk-idx > usk-count or usk-found
                  if usk-skill-id(usk-idx) = scat-lookup-skill
                      move 'Y' to usk-found-flag
                  end-if
              end-perform
              exit.

*> Paragraph: recordSkillCompletion
*> Purpose:   Records a passed skill for a student (a second pass of
*>            the same skill leaves the first completion in place)
*> Input:     usk-lookup-user, scat-lookup-skill, sqz-score
*> Output:    None
       recordSkillCompletion.
              open i-o skill-completions
              if skill-completions-missing
                  open output skill-completions
                  close skill-completions
                  open i-o skill-completions
              end-if
              if skill-completions-ok
                  initialize skill-completion-record
                  move usk-lookup-user to skc-username
                  move scat-lookup-skill to skc-skill-id
                  move function current-date(1:8) to skc-completed-date
                  move sqz-score to skc-score
                  write skill-completion-record
                  if skill-completions-ok
                      move usk-lookup-user to audit-actor
                      move "skill-completions.dat" to audit-file-name
                      move skc-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                  end-if
              end-if
              close skill-completions
              exit.

*> Paragraph: loadJobRequiredSkills
*> Purpose:   Reads back the skills tagged as required on a posting.
*>            Tags on a retired skill are left out - no student can
*>            close that gap any more, so it must not hold anyone back
*> Input:     req-skill-job-key
*> Output:    req-skill-count, req-skill-table, job-has-req-skills
       loadJobRequiredSkills.
              move 0 to req-skill-count
              move 'N' to job-has-req-skills
              open input job-skills
              if job-skills-ok
                  move req-skill-job-key to jsk-job-key
                  move spaces to jsk-skill-id
                  start job-skills key is not less than jsk-key
                      invalid key
                          continue
                  end-start
                  perform until job-skills-status not = "00"
                      read job-skills next record
                          at end
                              exit perform
                          not at end
                              if jsk-job-key not = req-skill-job-key
                                  exit perform
                              end-if
                              move jsk-skill-id to skill-lookup-id
                              perform getSkillContent
                              if skills-ok and skill-active
                              and req-skill-count < 99
                                  add 1 to req-skill-count
                                  move jsk-skill-id to req-skill-entry(req-skill-count)
                                  move 'Y' to job-has-req-skills
                              end-if
                      end-read
                  end-perform
              end-if
              close job-skills
              exit.

*> Paragraph: clearJobRequiredSkills
*> Purpose:   Removes every required-skill tag on a posting
*> Input:     req-skill-job-key
*> Output:    None
       clearJobRequiredSkills.
              open i-o job-skills
              if job-skills-ok
                  move req-skill-job-key to jsk-job-key
                  move spaces to jsk-skill-id
                  start job-skills key is not less than jsk-key
                      invalid key
                          continue
                  end-start
                  perform until job-skills-status not = "00"
                      read job-skills next record
                          at end
                              exit perform
                          not at end
                              if jsk-job-key not = req-skill-job-key
                                  exit perform
                              end-if
                              delete job-skills
                              perform setAuditActor
                              move "job-skills.dat" to audit-file-name
                              move jsk-key to audit-record-key
                              move "DELETE" to audit-action
                              perform recordAuditEvent
                      end-read
                  end-perform
              end-if
              close job-skills
              exit.

*> Paragraph: saveJobRequiredSkills
*> Purpose:   Replaces a posting's required-skill tags with the picks
*>            captured by captureRequiredSkills
*> Input:     req-skill-job-key, req-skill-count, req-skill-table
*> Output:    None
       saveJobRequiredSkills.
              perform clearJobRequiredSkills
              if req-skill-count = 0
                  exit paragraph
              end-if
              open i-o job-skills
              if job-skills-missing
                  open output job-skills
                  close job-skills
                  open i-o job-skills
              end-if
              if job-skills-ok
                  perform varying req-skill-idx from 1 by 1
                      until req-skill-idx > req-skill-count
                      initialize job-skill-record
                      move req-skill-job-key to jsk-job-key
                      move req-skill-entry(req-skill-idx) to jsk-skill-id
                      move function current-date(1:8) to jsk-added-date
                      write job-skill-record
                      if job-skills-ok
                          move current-user to audit-actor
                          move "job-skills.dat" to audit-file-name
                          move jsk-key to audit-record-key
                          move "WRITE" to audit-action
                          perform recordAuditEvent
                      end-if
                  end-perform
              end-if
              close job-skills
              exit.

*>*******************************************************************
*> Skills Catalog maintenance - the operator adds skills, retires
*> and reinstates them, moves them up and down the list students see,
*> and adds assessment questions (a new skill cannot be completed
*> until its assessment has questions)
*>*******************************************************************
       manageSkillsCatalog.
              perform until not valid-read
                  move "--- Skills Catalog ---" to output-buffer
                  perform outputLine
                  move 'Y' to scat-retired-flag
                  perform loadSkillCatalog
                  move 'N' to scat-retired-flag
                  if scat-count = 0
                      move "No skills on file." to output-buffer
                      perform outputLine
                  end-if
                  perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                      move spaces to output-buffer
                      move scat-idx to scat-num-disp
                      string "[" delimited by size
                             function trim(scat-num-disp leading) delimited by size
                             "] " delimited by size
                             function trim(scat-title(scat-idx) trailing) delimited by size
                             " (skill " delimited by size
                             scat-id(scat-idx) delimited by size
                             ", " delimited by size
                             function trim(scat-status(scat-idx) trailing) delimited by size
                             ")" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
                  move "[a] Add  [r] Retire/Reinstate a number  [m] Move a number  [x] Add an assessment question  [q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = 'a' or menu-choice = 'A'
                          perform addCatalogSkill
                      when menu-choice = 'r' or menu-choice = 'R'
                          perform toggleCatalogSkill
                      when menu-choice = 'm' or menu-choice = 'M'
                          perform moveCatalogSkill
                      when menu-choice = 'x' or menu-choice = 'X'
                          perform addCatalogQuestion
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: pickCatalogSkill
*> Purpose:   Asks the operator for a list number from the catalog
*>            just shown
*> Input:     scat-table (loaded with the retired skills)
*> Output:    scat-pick (0 = no valid pick)
       pickCatalogSkill.
              move 0 to scat-pick
              move "Number:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is numeric
                  move function trim(input-buffer trailing) to scat-pick
              end-if
              if scat-pick < 1 or scat-pick > scat-count
                  move 0 to scat-pick
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: addCatalogSkill
*> Purpose:   Adds a new active skill at the end of the list, under
*>            the next free skill-id
*> Input:     scat-table (loaded with the retired skills)
*> Output:    None
       addCatalogSkill.
              move 0 to scat-max-id
              move 0 to scat-max-order
              perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                  if scat-id(scat-idx) is numeric
                  and scat-id(scat-idx) > scat-max-id
                      move scat-id(scat-idx) to scat-max-id
                  end-if
                  if scat-order(scat-idx) > scat-max-order
                      move scat-order(scat-idx) to scat-max-order
                  end-if
              end-perform
              if scat-max-id >= 99 or scat-count >= 99
                  move "The catalog is full (99 skills) - no more can be added." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              initialize skill-record
              move "Skill title: " to input-prompt
              perform readInputLine
              move input-buffer to validate-text-buffer
              move 60 to validate-max-len
              perform validateFreeText
              if function trim(input-buffer trailing) = spaces
              or not validate-text-ok
                  move "A title of up to 60 characters (no '|') is required - skill not added." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                  if function upper-case(function trim(scat-title(scat-idx) trailing))
                     = function upper-case(function trim(input-buffer trailing))
                      move "A skill with that title is already in the catalog." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-perform
              move function trim(input-buffer trailing) to skill-title
              move "Lesson text: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to skill-description
              move "Learn-more link: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to skill-link

              compute scat-max-id = scat-max-id + 1
              move scat-max-id to skill-id
              if scat-max-order > 989
                  move 999 to skill-sort-order
              else
                  compute skill-sort-order = scat-max-order + 10
              end-if
              move "ACTIVE" to skill-status
              move function current-date(1:8) to skill-added-date

              open i-o skills-database
              if skills-file-missing
                  open output skills-database
                  close skills-database
                  open i-o skills-database
              end-if
              if skills-ok
                  write skill-record
              end-if
              if skills-ok
                  move operator-id to audit-actor
                  move "skills-database.dat" to audit-file-name
                  move skill-id to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string "Skill " delimited by size
                         skill-id delimited by size
                         " added. Add its assessment questions before students can complete it." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move "Failed to save the skill." to output-buffer
                  perform outputLine
              end-if
              close skills-database
              exit.

*> Paragraph: toggleCatalogSkill
*> Purpose:   Retires an active skill or reinstates a retired one.
*>            Completions, certificates and endorsements already on
*>            file are kept either way.
*> Input:     scat-table (loaded with the retired skills)
*> Output:    None
       toggleCatalogSkill.
              perform pickCatalogSkill
              if scat-pick = 0
                  exit paragraph
              end-if
              open i-o skills-database
              if not skills-ok
                  close skills-database
                  exit paragraph
              end-if
              move scat-id(scat-pick) to skill-id
              read skills-database
                  key is skill-id
                  invalid key
                      move "Skill not found." to output-buffer
                      perform outputLine
                      close skills-database
                      exit paragraph
              end-read
              if skill-active
                  move "RETIRED" to skill-status
              else
                  move "ACTIVE" to skill-status
              end-if
              rewrite skill-record
              if skills-ok
                  move operator-id to audit-actor
                  move "skills-database.dat" to audit-file-name
                  move skill-id to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string function trim(skill-title trailing) delimited by size
                         " is now " delimited by size
                         function trim(skill-status trailing) delimited by size
                         "." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move "Failed to update the skill." to output-buffer
                  perform outputLine
              end-if
              close skills-database
              exit.

*> Paragraph: moveCatalogSkill
*> Purpose:   Moves one skill to a new place in the list and writes
*>            the whole list back with positions 10, 20, 30 ...
*> Input:     scat-table (loaded with the retired skills)
*> Output:    None
       moveCatalogSkill.
              perform pickCatalogSkill
              if scat-pick = 0
                  exit paragraph
              end-if
              move "New list number:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move 0 to scat-new-pos
              if function trim(input-buffer trailing) is numeric
                  move function trim(input-buffer trailing) to scat-new-pos
              end-if
              if scat-new-pos < 1 or scat-new-pos > scat-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Slide the picked entry along the table to its new slot
              perform until scat-pick = scat-new-pos
                  if scat-pick < scat-new-pos
                      move scat-entry(scat-pick) to scat-swap
                      move scat-entry(scat-pick + 1) to scat-entry(scat-pick)
                      move scat-swap to scat-entry(scat-pick + 1)
                      add 1 to scat-pick
                  else
                      move scat-entry(scat-pick) to scat-swap
                      move scat-entry(scat-pick - 1) to scat-entry(scat-pick)
                      move scat-swap to scat-entry(scat-pick - 1)
                      subtract 1 from scat-pick
                  end-if
              end-perform

              open i-o skills-database
              if skills-ok
                  perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                      move scat-id(scat-idx) to skill-id
                      read skills-database
                          key is skill-id
                          invalid key
                              continue
                          not invalid key
                              if skill-sort-order not = scat-idx * 10
                                  compute skill-sort-order = scat-idx * 10
                                  rewrite skill-record
                                  if skills-ok
                                      move operator-id to audit-actor
                                      move "skills-database.dat" to audit-file-name
                                      move skill-id to audit-record-key
                                      move "REWRITE" to audit-action
                                      perform recordAuditEvent
                                  end-if
                              end-if
                      end-read
                  end-perform
                  move "Skill moved." to output-buffer
                  perform outputLine
              end-if
              close skills-database
              exit.

*> Paragraph: addCatalogQuestion
*> Purpose:   Adds one multiple-choice question to a skill's graded
*>            assessment, numbered after the last one on file
*> Input:     scat-table (loaded with the retired skills)
*> Output:    None
       addCatalogQuestion.
              perform pickCatalogSkill
              if scat-pick = 0
                  exit paragraph
              end-if

              move 0 to scat-question-no
              open i-o skill-questions
              if skill-questions-missing
                  open output skill-questions
                  close skill-questions
                  open i-o skill-questions
              end-if
              if not skill-questions-ok
                  close skill-questions
                  exit paragraph
              end-if
              move scat-id(scat-pick) to skq-skill-id
              move 0 to skq-number
              start skill-questions key is not less than skq-key
                  invalid key
                      continue
              end-start
              perform until skill-questions-status not = "00"
                  read skill-questions next record
                      at end
                          exit perform
                      not at end
                          if skq-skill-id not = scat-id(scat-pick)
                              exit perform
                          end-if
                          move skq-number to scat-question-no
                  end-read
              end-perform
              if scat-question-no >= 99
                  move "This skill already has the most questions the bank can hold." to output-buffer
                  perform outputLine
                  close skill-questions
                  exit paragraph
              end-if

              initialize skill-question-record
              move scat-id(scat-pick) to skq-skill-id
              compute skq-number = scat-question-no + 1
              move "Question text: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to skq-text
              perform varying scat-choice-idx from 1 by 1 until scat-choice-idx > 4
                  move spaces to input-prompt
                  string "Choice " delimited by size
                         sqz-letters(scat-choice-idx:1) delimited by size
                         ": " delimited by size
                         into input-prompt
                  end-string
                  perform readInputLine
                  move function trim(input-buffer trailing) to skq-choice(scat-choice-idx)
              end-perform
              move "Correct answer (A-D): " to input-prompt
              perform readInputLine
              move function upper-case(input-buffer(1:1)) to skq-answer
              if function trim(skq-text trailing) = spaces
              or (skq-answer not = 'A' and skq-answer not = 'B'
                  and skq-answer not = 'C' and skq-answer not = 'D')
                  move "A question and an answer of A, B, C or D are required - question not added." to output-buffer
                  perform outputLine
                  close skill-questions
                  exit paragraph
              end-if
              write skill-question-record
              if skill-questions-ok
                  move operator-id to audit-actor
                  move "skill-questions.dat" to audit-file-name
                  move skq-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string "Question " delimited by size
                         function trim(skq-number leading) delimited by size
                         " added to " delimited by size
                         function trim(scat-title(scat-pick) trailing) delimited by size
                         "." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move "Failed to save the question." to output-buffer
                  perform outputLine
              end-if
              close skill-questions
              exit.

*>*******************************************************************
*> Graded skill assessments - a lesson is only the reading; the skill
*> counts as completed (and the certificate is issued) when the
*> student passes the skill's multiple-choice assessment at or above
*> the pass mark. Every attempt is scored and kept on file, and a
*> failed attempt starts a retake cool-down, so the skill match an
*> employer sees on the applicant list means something.
*>*******************************************************************

*> Paragraph: findLastSkillAttempt
*> Purpose:   Positions on the student's attempts at one skill and
*>            picks up the latest attempt and the best score so far
*> Input:     sqz-lookup-user, sqz-lookup-skill
*> Output:    sqz-last-attempt-no (0 = never attempted),
*>            sqz-last-date, sqz-last-result, sqz-best-score
       findLastSkillAttempt.
              move 0 to sqz-last-attempt-no
              move spaces to sqz-last-date
              move spaces to sqz-last-result
              move 0 to sqz-best-score
              open input skill-attempts
              if skill-attempts-ok
                  move sqz-lookup-user to ska-username
                  move sqz-lookup-skill to ska-skill-id
                  move 0 to ska-attempt-no
                  start skill-attempts key is not less than ska-key
                      invalid key
                          continue
                  end-start
                  if skill-attempts-status = "00"
                      perform until skill-attempts-status not = "00"
                          read skill-attempts next record
                              at end
                                  exit perform
                              not at end
                                  if ska-username not = sqz-lookup-user
                                  or ska-skill-id not = sqz-lookup-skill
                                      exit perform
                                  end-if
                                  move ska-attempt-no to sqz-last-attempt-no
                                  move ska-attempt-date to sqz-last-date
                                  move ska-result to sqz-last-result
                                  if ska-score > sqz-best-score
                                      move ska-score to sqz-best-score
                                  end-if
                          end-read
                      end-perform
                  end-if
              end-if
              close skill-attempts
              exit.

*> Paragraph: takeSkillAssessment
*> Purpose:   Runs the graded assessment for the skill just shown,
*>            records the attempt, and on a pass records the
*>            completion and issues the certificate
*> Input:     current-user, skill-lookup-id
*> Output:    None
       takeSkillAssessment.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move current-user to sqz-lookup-user
              move skill-lookup-id to sqz-lookup-skill
              perform findLastSkillAttempt

              *> A failed attempt holds off the retake for the
              *> cool-down period
              if sqz-last-result = "FAIL" and sqz-retake-days > 0
              and sqz-last-date is numeric
                  move function current-date(1:8) to date-ymd-work
                  move sqz-last-date to date-ymd-work-2
                  compute sqz-days-since =
                      function integer-of-date(date-ymd-work)
                      - function integer-of-date(date-ymd-work-2)
                  if sqz-days-since < sqz-retake-days
                      compute date-int-work =
                          function integer-of-date(date-ymd-work-2) + sqz-retake-days
                      compute date-ymd-work = function date-of-integer(date-int-work)
                      move date-ymd-work to sqz-retake-date
                      move spaces to output-buffer
                      string "You did not pass your last attempt on " delimited by size
                             sqz-last-date delimited by size
                             ". You can retake this assessment on " delimited by size
                             sqz-retake-date delimited by size
                             "." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      exit paragraph
                  end-if
              end-if

              move 0 to sqz-asked
              move 0 to sqz-correct
              move 'N' to sqz-abandoned-flag
              open input skill-questions
              if skill-questions-ok
                  move sqz-lookup-skill to skq-skill-id
                  move 0 to skq-number
                  start skill-questions key is not less than skq-key
                      invalid key
                          continue
                  end-start
                  if skill-questions-status = "00"
                      move spaces to output-buffer
                      string "--- Assessment: " delimited by size
                             function trim(skill-title trailing) delimited by size
                             " (pass mark " delimited by size
                             function trim(sqz-pass-mark leading) delimited by size
                             "%) ---" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      perform until skill-questions-status not = "00"
                          read skill-questions next record
                              at end
                                  exit perform
                              not at end
                                  if skq-skill-id not = sqz-lookup-skill
                                      exit perform
                                  end-if
                                  perform askSkillQuestion
                                  if sqz-abandoned-flag = 'Y'
                                      exit perform
                                  end-if
                          end-read
                      end-perform
                  end-if
              end-if
              close skill-questions

              if sqz-asked = 0
                  move "No assessment is on file for this skill yet - please check back later." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              *> An assessment cut short by the end of input is not an
              *> attempt - nothing is scored or recorded
              if sqz-abandoned-flag = 'Y'
                  move "Assessment not finished - nothing was recorded." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              compute sqz-score = (sqz-correct * 100) / sqz-asked

              open i-o skill-attempts
              if skill-attempts-missing
                  open output skill-attempts
                  close skill-attempts
                  open i-o skill-attempts
              end-if
              if skill-attempts-ok
                  initialize skill-attempt-record
                  move sqz-lookup-user to ska-username
                  move sqz-lookup-skill to ska-skill-id
                  compute ska-attempt-no = sqz-last-attempt-no + 1
                  move function current-date(1:8) to ska-attempt-date
                  move sqz-asked to ska-questions-asked
                  move sqz-correct to ska-correct-count
                  move sqz-score to ska-score
                  move sqz-pass-mark to ska-pass-mark
                  if sqz-score >= sqz-pass-mark
                      move "PASS" to ska-result
                  else
                      move "FAIL" to ska-result
                  end-if
                  write skill-attempt-record
                  if skill-attempts-ok
                      move current-user to audit-actor
                      move "skill-attempts.dat" to audit-file-name
                      move ska-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                  end-if
              end-if
              close skill-attempts

              move spaces to output-buffer
              string "You answered " delimited by size
                     function trim(sqz-correct leading) delimited by size
                     " of " delimited by size
                     function trim(sqz-asked leading) delimited by size
                     " correctly - score " delimited by size
                     function trim(sqz-score leading) delimited by size
                     "%." delimited by size
                     into output-buffer
              end-string
              perform outputLine

              if sqz-score >= sqz-pass-mark
                  move "Passed - this skill now counts as completed on your profile." to output-buffer
                  perform outputLine
                  move current-user to usk-lookup-user
                  move skill-lookup-id to scat-lookup-skill
                  perform recordSkillCompletion
                  move current-user to cert-lookup-user
                  move skill-lookup-id to cert-lookup-skill
                  perform issueSkillCertificate
              else
                  move spaces to output-buffer
                  string "Not passed - the pass mark is " delimited by size
                         function trim(sqz-pass-mark leading) delimited by size
                         "%. Review the lesson and try again in " delimited by size
                         function trim(sqz-retake-days leading) delimited by size
                         " day(s)." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: askSkillQuestion
*> Purpose:   Puts one bank question to the student and scores the
*>            answer (the right answer is not revealed)
*> Input:     skill-question-record
*> Output:    sqz-asked, sqz-correct, sqz-abandoned-flag
       askSkillQuestion.
              add 1 to sqz-asked
              move spaces to output-buffer
              string function trim(sqz-asked leading) delimited by size
                     ". " delimited by size
                     function trim(skq-text trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              perform varying sqz-choice-idx from 1 by 1 until sqz-choice-idx > 4
                  if skq-choice(sqz-choice-idx) not = spaces
                      move spaces to output-buffer
                      string "   " delimited by size
                             sqz-letters(sqz-choice-idx:1) delimited by size
                             ") " delimited by size
                             function trim(skq-choice(sqz-choice-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
              end-perform
              move "Your answer (A-D):" to input-prompt
              perform readInputLine
              if not valid-read
                  move 'Y' to sqz-abandoned-flag
                  exit paragraph
              end-if
              move function upper-case(input-buffer(1:1)) to sqz-answer
              if sqz-answer = skq-answer
                  add 1 to sqz-correct
              end-if
              exit.

*>*******************************************************************
*> Skills list with option to go back - the active catalog in
*> listing order, each marked completed or with the number of live
*> postings finishing it would unlock
*>*******************************************************************
       skills-menu.
              perform until not valid-read
                  *> Reload the catalog and this user's completions
                  perform loadSkillCatalog
                  move current-user to usk-lookup-user
                  perform loadUserCompletions

                  move skills-title to output-buffer
                  perform outputLine
                  if scat-count = 0
                      move "No skills are offered right now." to output-buffer
                      perform outputLine
                  end-if

                  perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                      move spaces to output-buffer
                      move scat-idx to scat-num-disp
                      string "[" delimited by size
                             function trim(scat-num-disp leading) delimited by size
                             "] " delimited by size
                             function trim(scat-title(scat-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      move scat-id(scat-idx) to scat-lookup-skill
                      perform findUserCompletion
                      if usk-found
                          string output-buffer delimited by size
                                 skill-completed-tag delimited by size
                                 into output-buffer
                          end-string
                      else
                          move scat-id(scat-idx) to gap-skill-id
                          perform countJobsUnlockedForSkill
                          if gap-unlock-count > 0
                              string function trim(output-buffer trailing) delimited by size
                                     " - unlocks " delimited by size
                                     function trim(gap-unlock-count leading) delimited by size
                                     " job(s)" delimited by size
                                     into output-buffer
                              end-string
                          end-if
                      end-if
                      perform outputLine
                  end-perform

                  move go-back to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice
                  move 0 to scat-pick
                  if function trim(input-buffer trailing) is numeric
                      move function trim(input-buffer trailing) to scat-pick
                  end-if

                  evaluate true
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when scat-pick >= 1 and scat-pick <= scat-count
                          move scat-id(scat-pick) to skill-lookup-id
                          perform getSkillContent
                          if skills-ok
                              move spaces to output-buffer
                              string "--- " delimited by size
                                     function trim(skill-title trailing) delimited by size
                                     " ---" delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                              move skill-description to output-buffer
                              perform outputLine
                              move spaces to output-buffer
                              string "Learn more: " delimited by size
                                     function trim(skill-link trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                              *> Reading the lesson is not completion -
                              *> the skill is only marked completed (and
                              *> the certificate issued) on a passed
                              *> graded assessment
                              move skill-lookup-id to scat-lookup-skill
                              perform findUserCompletion
                              if usk-found
                                  move "You have passed this skill's assessment." to output-buffer
                                  perform outputLine
                              else
                                  move "[t] Take the graded assessment  [q] Back to the skills list" to output-buffer
                                  perform outputLine
                                  move choice-prompt to input-prompt
                                  perform readInputLine
                                  if valid-read
                                  and (input-buffer(1:1) = 't' or input-buffer(1:1) = 'T')
                                      perform takeSkillAssessment
                                  end-if
                              end-if
                          end-if
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.


       accountCreation.
              *> Verify that we aren't at max accounts
              perform findNumAccounts.
              if num-accounts < max-accounts
                  initialize acct-record
                  move "N" to profile-has-data

                  perform outputLine
                  perform displayDashedLine
                  move "Please enter all required information" to output-buffer
                  perform outputLine
                  perform displayDashedLine
                  perform outputLine

                  perform with test after until (acct-not-found and validate-text-ok)
                          or not valid-read
                       move "Username: " to input-prompt
                       perform readInputLine

                       *> Usernames end up inside "|"-delimited keys and
                       *> log lines, so the delimiter is reserved and the
                       *> length is capped at the working 30 characters
                       move input-buffer to validate-text-buffer
                       move 30 to validate-max-len
                       perform validateFreeText
                       if not validate-text-ok
                           move "Usernames may not contain '|' and are limited to 30 characters." to output-buffer
                           perform outputLine
                       else
                           move input-buffer to buffer-acct-username
                           perform findAcct
                           if acct-found
                              move "Username has already been taken" to output-buffer
                              perform outputLine
                           end-if
                       end-if
                  end-perform

                  move 'N' to passwords-match-flag
                  perform with test after until passwords-match or not valid-read
                      perform with test after until valid-password or not valid-read
                          move "Password: " to input-prompt
                          perform readInputLine
                          move input-buffer to buffer-acct-password

                          perform validate-password
                          if not valid-password
                              move "Password must be between 8-12 characters, contain 1 capital letter, 1 digit, and 1 special character" to output-buffer
                              perform outputLine
                          end-if
                      end-perform

                      if valid-password and valid-read
                          move "Confirm Password: " to input-prompt
                          perform readInputLine
                          move input-buffer to acct-confirm-password

                          if function trim(acct-confirm-password trailing) = function trim(buffer-acct-password trailing)
                              move 'Y' to passwords-match-flag
                          else
                              move "Passwords do not match. Please try again." to output-buffer
                              perform outputLine
                          end-if
                      else
                          move 'Y' to passwords-match-flag
                      end-if
                  end-perform

                  if valid-password and valid-read
                      move "Security question (used to recover your password):" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      move function trim(input-buffer trailing) to acct-security-question

                      move "Answer to your security question:" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      move function trim(input-buffer trailing) to acct-security-answer

                      move "Preferred language / Idioma preferido: [1] English [2] Espanol (default English):" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      if function trim(input-buffer trailing) = "2"
                          move "ES" to acct-language
                      else
                          move "EN" to acct-language
                      end-if

                      move "Account type - [1] Student  [2] Employer (default Student):" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      if function trim(input-buffer trailing) = "2"
                          move "EMPLOYER" to acct-type
                      else
                          move "STUDENT" to acct-type
                      end-if

                      perform addAcct
                      evaluate true
                          when duplicate-user
                              move "That username was just taken by another signup. Please start over with a different username." to output-buffer
                              perform outputLine
                          when new-user
                              move "Account has successfully been created" to output-buffer
                              perform outputLine
                          when other
                              move "Could not create the account - please try again." to output-buffer
                              perform outputLine
                      end-evaluate
                  end-if
              else
                      move "All permitted accounts have been created, please come back later" to output-buffer
                      perform outputLine
                      move "Join the waitlist to be invited when a slot opens? (Y/N): " to input-prompt
                      perform readInputLine
                      if function upper-case(function trim(input-buffer trailing)) = "Y"
                          perform joinWaitlist
                      end-if
              end-if
              exit.

*>*******************************************************************
*> Waitlist signup - captures the attempted username and a contact
*> note with a timestamp instead of throwing the student away at the
*> account cap, and tells them their place in the queue
*>*******************************************************************
       joinWaitlist.
              move 'N' to validate-text-flag
              perform with test after until validate-text-ok or not valid-read
                  move "Username to reserve: " to input-prompt
                  perform readInputLine
                  move input-buffer to validate-text-buffer
                  move 30 to validate-max-len
                  perform validateFreeText
                  if not validate-text-ok
                      move "Usernames may not contain '|' and are limited to 30 characters." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              if not valid-read
                  exit paragraph
              end-if
              move function upper-case(function trim(input-buffer trailing)) to buffer-acct-username
              perform findAcct
              if acct-found
                  move "That username is already taken." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o waitlist
              if waitlist-file-missing
                  open output waitlist
                  close waitlist
                  open i-o waitlist
              end-if
              if not waitlist-ok
                  move "Unable to open the waitlist." to output-buffer
                  perform outputLine
                  close waitlist
                  exit paragraph
              end-if

              *> Refuse a name already queued, find the next sequence
              *> number, and count the people ahead
              move 'N' to wait-dup-flag
              move 0 to wait-next-id
              move 0 to wait-position
              perform until waitlist-status not = "00"
                  read waitlist next record
                      at end
                          exit perform
                      not at end
                          if wait-key > wait-next-id
                              move wait-key to wait-next-id
                          end-if
                          if wait-waiting
                              add 1 to wait-position
                          end-if
                          if function trim(wait-username trailing) =
                             function trim(buffer-acct-username trailing)
                          and wait-waiting
                              move 'Y' to wait-dup-flag
                          end-if
                  end-read
              end-perform
              if wait-dup-flag = 'Y'
                  move "That username is already on the waitlist." to output-buffer
                  perform outputLine
                  close waitlist
                  exit paragraph
              end-if

              *> The contact note rides inside "|"-delimited spool lines
              move 'N' to validate-text-flag
              perform with test after until validate-text-ok or not valid-read
                  move "Contact note (email or phone so we can reach you): " to input-prompt
                  perform readInputLine
                  move input-buffer to validate-text-buffer
                  move 100 to validate-max-len
                  perform validateFreeText
                  if not validate-text-ok
                      move "Entries may not contain '|' or exceed the field length." to output-buffer
                      perform outputLine
                  end-if
              end-perform

              initialize waitlist-record
              compute wait-key = wait-next-id + 1
              move buffer-acct-username to wait-username
              move function trim(input-buffer trailing) to wait-contact
              move function current-date(1:14) to wait-timestamp
              move "WAITING" to wait-status
              write waitlist-record
              if waitlist-ok
                  add 1 to wait-position
                  move buffer-acct-username to audit-actor
                  move "waitlist.dat" to audit-file-name
                  move wait-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string "You are number " delimited by size
                         function trim(wait-position leading) delimited by size
                         " on the waitlist - we will invite you when a slot opens." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move "Could not join the waitlist." to output-buffer
                  perform outputLine
              end-if
              close waitlist
              exit.

*>*******************************************************************
*> Waitlist review - the operator sees the queue in order and, when
*> slots are free, approves an entry: the username is reserved by
*> creating the account with a temporary password (shown to the
*> operator to relay) and an invitation is spooled to the contact
*> address
*>*******************************************************************
       reviewWaitlist.
              move "--- Account Waitlist ---" to output-buffer
              perform outputLine
              move 0 to wait-list-count

              open input waitlist
              if waitlist-ok
                  perform until waitlist-status not = "00"
                      read waitlist next record
                          at end
                              exit perform
                          not at end
                              if wait-waiting and wait-list-count < 50
                                  add 1 to wait-list-count
                                  move wait-key to wait-list-id-entry(wait-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(wait-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(wait-username trailing) delimited by size
                                         " (asked " delimited by size
                                         wait-timestamp(1:8) delimited by size
                                         ", contact: " delimited by size
                                         function trim(wait-contact trailing) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close waitlist

              if wait-list-count = 0
                  move "The waitlist is empty." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              perform findNumAccounts
              move spaces to output-buffer
              string "Accounts in use: " delimited by size
                     function trim(num-accounts leading) delimited by size
                     " / " delimited by size
                     function trim(max-accounts leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine

              move "Enter number to approve and reserve the username (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to wait-selected-index
              if wait-selected-index < 1 or wait-selected-index > wait-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              perform findNumAccounts
              if num-accounts >= max-accounts
                  move "No slots are free - raise the cap or retire an account first." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o waitlist
              if not waitlist-ok
                  move "Unable to open the waitlist." to output-buffer
                  perform outputLine
                  close waitlist
                  exit paragraph
              end-if
              move wait-list-id-entry(wait-selected-index) to wait-key
              read waitlist
                  key is wait-key
                  invalid key
                      move "Waitlist entry not found." to output-buffer
                      perform outputLine
                      close waitlist
                      exit paragraph
              end-read

              *> Reserve the username: create the account with a
              *> temporary password the operator relays to the student
              move wait-username to buffer-acct-username
              perform findAcct
              if acct-found
                  move "That username has since been taken - entry left on the waitlist." to output-buffer
                  perform outputLine
                  close waitlist
                  exit paragraph
              end-if

              move spaces to wait-temp-password
              string "Start" delimited by size
                     wait-key delimited by size
                     "!" delimited by size
                     into wait-temp-password
              end-string
              initialize acct-record
              move "STUDENT" to acct-type
              move "EN" to acct-language
              move "Set by the operator - ask career services" to acct-security-question
              move spaces to acct-security-answer
              *> The waitlist carries no campus, so campus staff
              *> admit the student onto their own campus
              if not cmp-staff-central
                  move cmp-staff-campus to acct-campus
              end-if
              move wait-username to buffer-acct-username
              move wait-temp-password to buffer-acct-password
              perform addAcct
              if not new-user
                  move "Could not reserve the account - entry left on the waitlist." to output-buffer
                  perform outputLine
                  close waitlist
                  exit paragraph
              end-if

              move "INVITED" to wait-status
              rewrite waitlist-record
              perform setAuditActor
              move "waitlist.dat" to audit-file-name
              move wait-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              close waitlist

              *> Spool the invitation to the contact note
              move wait-username to message-recipient-buffer
              move spaces to message-content-buffer
              string "A slot has opened on inCollege - your username " delimited by size
                     function trim(wait-username trailing) delimited by size
                     " is reserved. Sign in with the temporary password from career services and complete your registration." delimited by size
                     into message-content-buffer
              end-string
              move "Your inCollege slot is ready" to message-spool-subject
              move wait-contact to spool-contact-override
              perform queueMailSpool
              move spaces to message-spool-subject

              move spaces to output-buffer
              string "Account reserved for " delimited by size
                     function trim(wait-username trailing) delimited by size
                     " - temporary password: " delimited by size
                     function trim(wait-temp-password trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.


*> Paragraph: acctDatabaseSize
*> Purpose:   Finds the total number of accounts in the database
*> Input:     None
*> Output:    num-accounts
       findNumAccounts.
              open input acct-database.

              move zero to num-accounts

              if acct-database-status = "00"
                  move buffer-acct-username to acct-username
                  perform until not database-good-read
                      read acct-database
                          not at end
                              add 1 to num-accounts
                      end-read
                  end-perform
                  *> Since it doesn't count the one we started on
                  add 1 to num-accounts
              else if database-does-not-exist
                  move 0 to num-accounts
              else
                  string
                      "Error opening account database: " delimited by size
                      acct-database-status               delimited by size
                      into output-buffer
                  end-string
                  perform outputLine
              end-if
              end-if
              close acct-database.
              exit.


*> Paragraph: readInputLine
*> Purpose:   Adds an account to the account database
*> Input:     buffer-acct-username
*>            buffer-acct-password
*> Output:    None
*> User should verify if the new record was duplicate
       addAcct.
              open i-o acct-database.

              *> Another session may hold the file - retry once, then
              *> surface a plain "in use" message instead of a raw code
              if acct-database-status = "93"
                  close acct-database
                  open i-o acct-database
              end-if
              if acct-database-status = "93"
                  move "The accounts file is in use by another session - please try again." to output-buffer
                  perform outputLine
              end-if

              if database-does-not-exist
                  *> Log file does not exist yet, so create it
                  open output acct-database
              end-if


              if acct-database-status = "00"
                  *> Fold case and trailing/leading spaces so "Alice" and
                  *> "alice" always resolve to the same acct-record
                  move function upper-case(function trim(buffer-acct-username trailing)) to buffer-acct-username
                  move buffer-acct-username to acct-username
                  *> Never store a recoverable password
                  move function current-date(9:8) to hash-salt
                  move function trim(buffer-acct-password trailing) to hash-input
                  perform hashPassword
                  move hash-result to acct-password
                  if acct-campus = spaces
                      move cmp-home-campus to acct-campus
                  end-if
                  if not acct-is-central-staff
                      move 'N' to acct-central-staff
                  end-if
                  move function current-date(1:8) to acct-created-date
                  move function current-date(1:8) to acct-pwd-changed-date
                  write acct-record

                  if user-already-exists
                      move "3" to acct-status
                  else
                      move "4" to acct-status
                      move buffer-acct-username to audit-actor
                      move "acct-database.dat" to audit-file-name
                      move buffer-acct-username to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                  end-if
              else
                  string
                      "Error opening account database: " delimited by size
                      acct-database-status               delimited by size
                      into output-buffer
                  end-string
                  perform outputLine
              end-if
              close acct-database.
              exit.

*>*******************************************************************
*> Update Account with Profile Data
*>*******************************************************************
       updateAcct.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o acct-database.

              if acct-database-status = "93"
                  close acct-database
                  open i-o acct-database
              end-if
              if acct-database-status = "93"
                  move "Record in use by another session - please try again shortly." to output-buffer
                  perform outputLine
              end-if

              if acct-database-status = "00"
                  move current-user to acct-username
                  rewrite acct-record
                  if acct-database-status = "99"
                      move "Record in use by another session - please try again shortly." to output-buffer
                      perform outputLine
                  else
                  if acct-database-status not = "00"
                      string
                          "Error updating account: " delimited by size
                          acct-database-status delimited by size
                          into output-buffer
                      end-string
                      perform outputLine
                  else
                      perform setAuditActor
                      move "acct-database.dat" to audit-file-name
                      move acct-username to audit-record-key
                      move "REWRITE" to audit-action
                      perform recordAuditEvent
                  end-if
                  end-if
              else
                  string
                      "Error opening account database for update: " delimited by size
                      acct-database-status delimited by size
                      into output-buffer
                  end-string
                  perform outputLine
              end-if
              close acct-database.

              *> Keep the people-search index in step with the record
              perform updateSearchIndexForUser
              exit.

*> Paragraph: readInputLine
*> Purpose:   Finds an account in the account database
*> Input:     buffer-acct-username
*> Output:    None
       findAcct.
              open input acct-database.

              if acct-database-status = "00"
                  *> Fold case and trailing/leading spaces so "Alice" and
                  *> "alice" always resolve to the same acct-record
                  move function upper-case(function trim(buffer-acct-username trailing)) to buffer-acct-username
                  move buffer-acct-username to acct-username
                  read acct-database
                      key is acct-username
                      invalid key
                          move '2' to acct-status
                      not invalid key
                          move '1' to acct-status
                          move acct-password to buffer-acct-password
                  end-read
              else if database-does-not-exist
                  move '2' to acct-status
              else
                  string
                      "Error opening account database: " delimited by size
                      acct-database-status               delimited by size
                      into output-buffer
                  end-string
                  perform outputLine
              end-if
              end-if
              close acct-database.

              exit.
*>*******************************************************************
*> Find Profile by First and Last Name
*> Input: buffer-first-name, buffer-last-name
*> Output: Sets acct-status and loads profile data if found
*>*******************************************************************
       findProfile.
              *> Keyed lookup through the search index when it exists;
              *> the full-file scan remains the fallback
              open input search-index
              if search-index-ok
                  close search-index
                  perform findProfileIndexed
              else
                  close search-index
                  perform findProfileScan
              end-if
              exit.

*> Paragraph: findProfileIndexed
*> Purpose:   Exact name lookup via the search index's "FIRST LAST"
*>            tokens (case-insensitive), loading the account through
*>            findAcct on a hit
*> Input:     buffer-first-name, buffer-last-name
*> Output:    acct-status, acct-record on a hit
       findProfileIndexed.
              move '2' to acct-status
              move spaces to idx-token-buffer
              string function upper-case(function trim(buffer-first-name trailing)) delimited by size
                     " " delimited by size
                     function upper-case(function trim(buffer-last-name trailing)) delimited by size
                     into idx-token-buffer
              end-string
              move spaces to idx-user-buffer

              open input search-index
              if search-index-ok
                  *> Position on "TOKEN|" - "|" sorts above letters, so
                  *> starting at the bare token would land on any longer
                  *> token sharing the prefix (SMITHE before SMITH|) and
                  *> the exact-match test below would bail out early
                  move spaces to idx-key
                  string function trim(idx-token-buffer trailing) delimited by size
                         "|" delimited by size
                         into idx-key
                  end-string
                  start search-index key is not less than idx-key
                      invalid key
                          continue
                  end-start
                  if search-index-status = "00"
                      perform until search-index-status not = "00"
                          read search-index next record
                              at end
                                  exit perform
                              not at end
                                  if function trim(idx-token trailing) not =
                                     function trim(idx-token-buffer trailing)
                                      exit perform
                                  end-if
                                  if idx-kind = 'N'
                                      move idx-username to idx-user-buffer
                                      exit perform
                                  end-if
                          end-read
                      end-perform
                  end-if
              end-if
              close search-index

              if function trim(idx-user-buffer trailing) not = spaces
                  move idx-user-buffer to buffer-acct-username
                  perform findAcct
              end-if
              exit.

*> Paragraph: findProfileScan
*> Purpose:   The original full-file exact-name scan, kept as the
*>            fallback when no search index is on disk
       findProfileScan.
              open input acct-database.

              move '2' to acct-status  *> Initialize as not found

              if acct-database-status = "00"
                  *> Sequential search through all records to find name match
                  perform until not database-good-read or acct-found
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              *> Check if first and last names match
                              if function trim(profile-first-name trailing) =
                                 function trim(buffer-first-name trailing) and
                                 function trim(profile-last-name trailing) =
                                 function trim(buffer-last-name trailing)
                                  move '1' to acct-status
                                  move acct-username to buffer-acct-username
                                  exit perform
                              end-if
                      end-read
                  end-perform
              else
                  if database-does-not-exist
                      move '2' to acct-status
                  else
                      string
                          "Error opening account database: " delimited by size
                          acct-database-status               delimited by size
                          into output-buffer
                      end-string
                      perform outputLine
                  end-if
              end-if
              close acct-database.
              exit.

*>*******************************************************************
*> People-search index maintenance. Each account contributes up to
*> three entries - its university, its major, and "FIRST LAST" - all
*> upper-cased, keyed "TOKEN|username" so one START positions a
*> search on every token sharing a prefix.
*>*******************************************************************

*> Paragraph: deleteSearchIndexEntriesForUser
*> Purpose:   Removes every index entry naming idx-user-buffer, ahead
*>            of a re-insert when the underlying fields change
*> Input:     idx-user-buffer
*> Output:    None
       deleteSearchIndexEntriesForUser.
              open i-o search-index
              if search-index-ok
                  perform until search-index-status not = "00"
                      read search-index next record
                          at end
                              exit perform
                          not at end
                              if function trim(idx-username trailing) =
                                 function trim(idx-user-buffer trailing)
                                  delete search-index
                              end-if
                      end-read
                  end-perform
              end-if
              close search-index
              exit.

*> Paragraph: insertSearchIndexEntries
*> Purpose:   Writes the university, major and name tokens for the
*>            profile currently loaded in acct-record
*> Input:     acct-record
*> Output:    None
       insertSearchIndexEntries.
              open i-o search-index
              if search-index-missing
                  open output search-index
                  close search-index
                  open i-o search-index
              end-if
              if not search-index-ok
                  close search-index
                  exit paragraph
              end-if

              if function trim(profile-university trailing) not = spaces
                  move function upper-case(function trim(profile-university trailing)) to idx-token-buffer
                  move 'U' to idx-kind
                  perform writeSearchIndexEntry
              end-if
              if function trim(profile-major trailing) not = spaces
                  move function upper-case(function trim(profile-major trailing)) to idx-token-buffer
                  move 'M' to idx-kind
                  perform writeSearchIndexEntry
              end-if
              if function trim(profile-first-name trailing) not = spaces
                  move spaces to idx-token-buffer
                  string function upper-case(function trim(profile-first-name trailing)) delimited by size
                         " " delimited by size
                         function upper-case(function trim(profile-last-name trailing)) delimited by size
                         into idx-token-buffer
                  end-string
                  move 'N' to idx-kind
                  perform writeSearchIndexEntry
              end-if
              close search-index
              exit.

*> Paragraph: writeSearchIndexEntry
*> Purpose:   Writes one index entry for the open search-index file
*> Input:     idx-token-buffer, idx-kind, acct-username
*> Output:    None
       writeSearchIndexEntry.
              move spaces to idx-key
              string function trim(idx-token-buffer trailing) delimited by size
                     "|" delimited by size
                     function trim(acct-username trailing) delimited by size
                     into idx-key
              end-string
              move idx-token-buffer to idx-token
              move acct-username to idx-username
              write index-record
              exit.

*> Paragraph: updateSearchIndexForUser
*> Purpose:   Replaces the index entries for the account loaded in
*>            acct-record (performed by updateAcct whenever the
*>            record is rewritten)
*> Input:     acct-record
*> Output:    None
       updateSearchIndexForUser.
              move acct-username to idx-user-buffer
              perform deleteSearchIndexEntriesForUser
              perform insertSearchIndexEntries
              exit.

*>*******************************************************************
*> Job-posting index maintenance - each posting contributes its title
*> and employer words, its location, and the first words of its
*> description, keyed "TOKEN|job-key" alongside the people entries.
*> Kept current by createJobListing, the posting editor and the
*> archival sweep; rebuildSearchIndex re-derives the lot.
*>*******************************************************************

*> Paragraph: deleteSearchIndexEntriesForJob
*> Purpose:   Removes every index entry owned by idx-jobkey-buffer,
*>            ahead of a re-insert or when the posting leaves the
*>            live file
*> Input:     idx-jobkey-buffer
*> Output:    None
       deleteSearchIndexEntriesForJob.
              open i-o search-index
              if search-index-ok
                  perform until search-index-status not = "00"
                      read search-index next record
                          at end
                              exit perform
                          not at end
                              if function trim(idx-username trailing) =
                                 function trim(idx-jobkey-buffer trailing)
                                  delete search-index
                              end-if
                      end-read
                  end-perform
              end-if
              close search-index
              exit.

*> Paragraph: insertJobSearchIndexEntries
*> Purpose:   Writes the token entries for the posting loaded in
*>            job-record
*> Input:     job-record
*> Output:    None
       insertJobSearchIndexEntries.
              open i-o search-index
              if search-index-missing
                  open output search-index
                  close search-index
                  open i-o search-index
              end-if
              if not search-index-ok
                  close search-index
                  exit paragraph
              end-if

              move job-title to jix-field-buffer
              move 'T' to jix-kind
              perform indexJobFieldWords
              move job-employer to jix-field-buffer
              move 'E' to jix-kind
              perform indexJobFieldWords
              if function trim(job-location trailing) not = spaces
                  move function upper-case(function trim(job-location trailing)) to idx-token-buffer
                  move 'L' to jix-kind
                  perform writeJobIndexEntry
              end-if
              move job-description to jix-field-buffer
              move 'D' to jix-kind
              perform indexJobFieldWords
              close search-index
              exit.

*> Paragraph: indexJobFieldWords
*> Purpose:   Splits jix-field-buffer into words and writes an index
*>            entry for each one at least three characters long (the
*>            first dozen words - enough for any title and the lead
*>            of a description)
*> Input:     jix-field-buffer, jix-kind, job-key
*> Output:    None (entries written to the open search-index)
       indexJobFieldWords.
              move spaces to jix-words
              unstring function upper-case(jix-field-buffer)
                  delimited by all " "
                  into jix-word-entry(1) jix-word-entry(2)
                       jix-word-entry(3) jix-word-entry(4)
                       jix-word-entry(5) jix-word-entry(6)
                       jix-word-entry(7) jix-word-entry(8)
                       jix-word-entry(9) jix-word-entry(10)
                       jix-word-entry(11) jix-word-entry(12)
              end-unstring
              perform varying jix-word-idx from 1 by 1 until jix-word-idx > 12
                  if function length(function trim(jix-word-entry(jix-word-idx) trailing)) >= 3
                      move jix-word-entry(jix-word-idx) to idx-token-buffer
                      perform writeJobIndexEntry
                  end-if
              end-perform
              exit.

*> Paragraph: writeJobIndexEntry
*> Purpose:   Writes one posting entry into the open search-index (a
*>            duplicate token for the same posting is simply refused
*>            by the key)
*> Input:     idx-token-buffer, jix-kind, job-key
*> Output:    None
       writeJobIndexEntry.
              move spaces to idx-key
              string function trim(idx-token-buffer trailing) delimited by size
                     "|" delimited by size
                     function trim(job-key trailing) delimited by size
                     into idx-key
              end-string
              move idx-token-buffer to idx-token
              move function trim(job-key trailing) to idx-username
              move jix-kind to idx-kind
              write index-record
              exit.

*> Paragraph: jobIndexCollectKeys
*> Purpose:   Collects the distinct job keys whose tokens start with
*>            the FIRST WORD of jix-prefix-buffer - one START then
*>            keyed reads, the same shape searchByKeywordIndexed uses
*>            for people. The index holds single-word tokens, so a
*>            multi-word query ("COMPUTER SCIENCE") collects on its
*>            first word and the caller re-verifies the full phrase
*>            against the record after each keyed read.
*> Input:     jix-prefix-buffer
*> Output:    jix-keys / jix-count
       jobIndexCollectKeys.
              move 0 to jix-count
              move function upper-case(function trim(jix-prefix-buffer trailing)) to jix-prefix-buffer
              move spaces to jix-first-word
              unstring jix-prefix-buffer delimited by all " "
                  into jix-first-word
              end-unstring
              move jix-first-word to jix-prefix-buffer
              move function length(function trim(jix-prefix-buffer trailing)) to jix-prefix-len
              if function trim(jix-prefix-buffer trailing) = spaces
                  exit paragraph
              end-if

              open input search-index
              if search-index-ok
                  move spaces to idx-key
                  move jix-prefix-buffer to idx-key
                  start search-index key is not less than idx-key
                      invalid key
                          continue
                  end-start
                  if search-index-status = "00"
                      perform until search-index-status not = "00"
                          read search-index next record
                              at end
                                  exit perform
                              not at end
                                  if idx-token(1:jix-prefix-len) not =
                                     jix-prefix-buffer(1:jix-prefix-len)
                                      exit perform
                                  end-if
                                  if idx-kind = 'T' or idx-kind = 'E'
                                  or idx-kind = 'L' or idx-kind = 'D'
                                      move 'N' to jix-dup-flag
                                      perform varying jix-idx from 1 by 1
                                          until jix-idx > jix-count
                                          if function trim(jix-key-entry(jix-idx) trailing) =
                                             function trim(idx-username trailing)
                                              move 'Y' to jix-dup-flag
                                          end-if
                                      end-perform
                                      if jix-dup-flag = 'N' and jix-count < 50
                                          add 1 to jix-count
                                          move idx-username to jix-key-entry(jix-count)
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  end-if
              end-if
              close search-index
              exit.

*>*******************************************************************
*> Rebuild Search Index - truncates search-index.dat and re-derives
*> it from every account and every live job posting on file (for
*> first install, after a hand-repair, and after the key grew to
*> admit the posting entries)
*>*******************************************************************
       rebuildSearchIndex.
              move 0 to idx-rebuild-count
              move 0 to idx-job-rebuild-count
              open output search-index
              close search-index

              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              perform insertSearchIndexEntries
                              add 1 to idx-rebuild-count
                      end-read
                  end-perform
              end-if
              close acct-database

              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              perform insertJobSearchIndexEntries
                              add 1 to idx-job-rebuild-count
                      end-read
                  end-perform
              end-if
              close job-database

              move spaces to output-buffer
              string "Search index rebuilt from " delimited by size
                     function trim(idx-rebuild-count leading) delimited by size
                     " account(s) and " delimited by size
                     function trim(idx-job-rebuild-count leading) delimited by size
                     " job posting(s)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Search for User - offers a search by exact name (the original
*> behavior) or a new search by university/major substring match
*>*******************************************************************
       searchUserProfile.
              move "[1] Search by Name" to output-buffer
              perform outputLine
              move "[2] Search by University/Major" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine

              evaluate true
                  when input-buffer = '2'
                      perform searchByKeyword
                  when other
                      perform searchByName
              end-evaluate
              exit.

*>*******************************************************************
*> Search User by Name - Uses findProfile function
*> Input: Takes first and last name input from user
*> Output: Displays profile if found, error message if not
*>*******************************************************************
       searchByName.
              move "Enter the first name to search for:" to output-buffer
              perform outputLine
              perform readInputLine
              move function trim(input-buffer trailing) to buffer-first-name

              move "Enter the last name to search for:" to output-buffer
              perform outputLine
              perform readInputLine
              move function trim(input-buffer trailing) to buffer-last-name

              *> Use new findProfile module
              perform findProfile

              *> A user who blocked the searcher is excluded from results
              if acct-found
                  move current-user to block-check-actor
                  move buffer-acct-username to block-check-target
                  perform checkBlocked
                  if block-in-force
                      move '2' to acct-status
                  end-if
              end-if

              *> A PRIVATE profile is excluded from search results for
              *> anyone outside the owner's connections
              if acct-found
                  perform checkProfileAccess
                  if profile-access-none
                      move '2' to acct-status
                  end-if
              end-if

              *> Check result and display appropriate response
              if acct-found
                  move "User found!" to output-buffer
                  perform outputLine

                  *> Check if user has a profile created
                  if profile-exists
                      *> Temporarily store current user and switch to searched user
                      move current-user to temp-current-user
                      move current-user to profile-view-viewer
                      move buffer-acct-username to current-user

                      *> Use existing view-profile function (or the
                      *> limited card for connections-only profiles)
                      if profile-access-limited
                          perform view-profile-limited
                      else
                          perform view-profile
                      end-if
                      *> EPIC4 SEND-REQUEST (additive)
                      move send-conn-1 to output-buffer
                      perform outputLine
                      move send-conn-2 to output-buffer
                      perform outputLine
                      move "[3] Report This Profile" to output-buffer
                      perform outputLine
                      move conn-choice-prompt to input-prompt
                      perform readInputLine
                      move input-buffer(1:1) to menu-choice
                      if menu-choice = '1'
                          move temp-current-user to pending-sender
                          move buffer-acct-username to pending-recipient
                          perform sendConnectionRequest
                      end-if
                      if menu-choice = '3'
                          *> Restore the searcher first so the report
                          *> carries the right reporter
                          move temp-current-user to current-user
                          move "PROFILE" to mod-report-type
                          move buffer-acct-username to mod-report-key
                          perform fileModerationReport
                      end-if

                      *> Restore original current user
                      move temp-current-user to current-user
                  else
                      move "This user has not created a profile yet." to output-buffer
                      perform outputLine
                  end-if
              else
                  move "User not found." to output-buffer
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Search User by University or Major (substring match)
*> Input: keyword typed by the user
*> Output: lists every matching account, then lets the user pick one
*>         to view (reusing the same profile + send-request flow)
*>*******************************************************************
       searchByKeyword.
              move "Enter a university or major to search for:" to output-buffer
              perform outputLine
              perform readInputLine
              move function trim(input-buffer trailing) to buffer-keyword

              move 0 to keyword-match-count
              *> Keyed prefix reads through the search index when it
              *> exists; the INSPECT TALLYING full scan stays as the
              *> fallback for an un-indexed install
              open input search-index
              if search-index-ok
                  close search-index
                  perform searchByKeywordIndexed
              else
                  close search-index
                  perform searchByKeywordScan
              end-if

              if keyword-match-count = 0
                  move "No matching users found." to output-buffer
                  perform outputLine
              else
                  move "Enter number to view profile (q to go back):" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer not = 'q' and valid-read
                      move function trim(input-buffer trailing) to keyword-match-index
                      if keyword-match-index >= 1 and keyword-match-index <= keyword-match-count
                          *> Honor the owner's visibility setting before
                          *> handing over the full profile
                          move keyword-match-username-entry(keyword-match-index) to buffer-acct-username
                          perform findAcct
                          perform checkProfileAccess

                          move current-user to temp-current-user
                          move current-user to profile-view-viewer
                          move keyword-match-username-entry(keyword-match-index) to current-user
                          if profile-access-limited
                              perform view-profile-limited
                          else
                              perform view-profile
                          end-if

                          move send-conn-1 to output-buffer
                          perform outputLine
                          move send-conn-2 to output-buffer
                          perform outputLine
                          move "[3] Report This Profile" to output-buffer
                          perform outputLine
                          move conn-choice-prompt to input-prompt
                          perform readInputLine
                          move input-buffer(1:1) to menu-choice
                          if menu-choice = '1'
                              move temp-current-user to pending-sender
                              move keyword-match-username-entry(keyword-match-index) to pending-recipient
                              perform sendConnectionRequest
                          end-if
                          if menu-choice = '3'
                              move temp-current-user to current-user
                              move "PROFILE" to mod-report-type
                              move keyword-match-username-entry(keyword-match-index) to mod-report-key
                              perform fileModerationReport
                          end-if

                          move temp-current-user to current-user
                      else
                          move "Invalid selection." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-if
              exit.

*> Paragraph: searchByKeywordIndexed
*> Purpose:   Prefix match of the keyword against the index's
*>            university and major tokens - one START then a keyed
*>            read instead of scanning every account
*> Input:     buffer-keyword
*> Output:    keyword-match-* table, rows displayed
       searchByKeywordIndexed.
              move function upper-case(function trim(buffer-keyword trailing)) to idx-token-buffer
              move function length(function trim(idx-token-buffer trailing)) to idx-prefix-len
              if function trim(idx-token-buffer trailing) = spaces
                  exit paragraph
              end-if

              open input search-index
              if search-index-ok
                  move spaces to idx-key
                  move idx-token-buffer to idx-key
                  start search-index key is not less than idx-key
                      invalid key
                          continue
                  end-start
                  if search-index-status = "00"
                      perform until search-index-status not = "00"
                          read search-index next record
                              at end
                                  exit perform
                              not at end
                                  if idx-token(1:idx-prefix-len) not =
                                     idx-token-buffer(1:idx-prefix-len)
                                      exit perform
                                  end-if
                                  if idx-kind = 'U' or idx-kind = 'M'
                                      perform considerKeywordMatch
                                  end-if
                          end-read
                      end-perform
                  end-if
              end-if
              close search-index
              exit.

*> Paragraph: considerKeywordMatch
*> Purpose:   Applies the block/visibility rules to one index hit,
*>            dedupes a user matched by more than one token, and
*>            displays the result row
*> Input:     idx-username (current index record)
*> Output:    keyword-match-* table
       considerKeywordMatch.
              move 'N' to idx-dup-flag
              perform varying idx-dup-idx from 1 by 1
                  until idx-dup-idx > keyword-match-count
                  if function trim(keyword-match-username-entry(idx-dup-idx) trailing) =
                     function trim(idx-username trailing)
                      move 'Y' to idx-dup-flag
                  end-if
              end-perform
              if idx-dup-flag = 'Y'
                  exit paragraph
              end-if

              *> A user who blocked the searcher never shows up
              move current-user to block-check-actor
              move idx-username to block-check-target
              perform checkBlocked
              if block-in-force
                  exit paragraph
              end-if

              move idx-username to buffer-acct-username
              perform findAcct
              if not acct-found
                  exit paragraph
              end-if
              *> PRIVATE profiles stay out of results for non-connections
              if visibility-private
              and function trim(acct-username trailing) not = function trim(current-user trailing)
                  move acct-username to message-recipient-buffer
                  perform checkConnection
                  if not-connected
                      exit paragraph
                  end-if
              end-if

              if keyword-match-count < 50
                  add 1 to keyword-match-count
                  move acct-username to keyword-match-username-entry(keyword-match-count)
                  move spaces to output-buffer
                  string "[" delimited by size
                         function trim(keyword-match-count leading) delimited by size
                         "] " delimited by size
                         function trim(profile-first-name trailing) delimited by size
                         " " delimited by size
                         function trim(profile-last-name trailing) delimited by size
                         " - " delimited by size
                         function trim(profile-major trailing) delimited by size
                         ", " delimited by size
                         function trim(profile-university trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: searchByKeywordScan
*> Purpose:   The original full-file substring scan, kept as the
*>            fallback when no search index is on disk
       searchByKeywordScan.
              open input acct-database
              if acct-database-status = "00"
                  perform until not database-good-read
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              move 0 to substr-count
                              inspect function trim(profile-university trailing)
                                  tallying substr-count for all function trim(buffer-keyword trailing)
                              if substr-count = 0
                                  inspect function trim(profile-major trailing)
                                      tallying substr-count for all function trim(buffer-keyword trailing)
                              end-if
                              *> A user who blocked the searcher never
                              *> shows up in keyword results
                              if substr-count > 0
                                  move current-user to block-check-actor
                                  move acct-username to block-check-target
                                  perform checkBlocked
                                  if block-in-force
                                      move 0 to substr-count
                                  end-if
                              end-if
                              *> PRIVATE profiles never appear to anyone
                              *> outside the owner's connections
                              if substr-count > 0 and visibility-private
                              and function trim(acct-username trailing) not = function trim(current-user trailing)
                                  move acct-username to message-recipient-buffer
                                  perform checkConnection
                                  if not-connected
                                      move 0 to substr-count
                                  end-if
                              end-if
                              if substr-count > 0 and keyword-match-count < 50
                                  add 1 to keyword-match-count
                                  move acct-username to keyword-match-username-entry(keyword-match-count)

                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(keyword-match-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(profile-first-name trailing) delimited by size
                                         " " delimited by size
                                         function trim(profile-last-name trailing) delimited by size
                                         " - " delimited by size
                                         function trim(profile-major trailing) delimited by size
                                         ", " delimited by size
                                         function trim(profile-university trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database
              exit.


*> Paragraph: validateFreeText
*> Purpose:   Guards free-text captures that feed the "|"-delimited
*>            logs and the concatenated record keys: rejects a value
*>            containing the reserved "|" delimiter or longer (after
*>            trimming) than the caller's limit
*> Input:     validate-text-buffer, validate-max-len
*> Output:    validate-text-flag
       validateFreeText.
              move 'Y' to validate-text-flag
              move 0 to validate-pipe-count
              inspect validate-text-buffer
                  tallying validate-pipe-count for all "|"
              if validate-pipe-count > 0
                  move 'N' to validate-text-flag
              end-if
              if function length(function trim(validate-text-buffer trailing)) > validate-max-len
                  move 'N' to validate-text-flag
              end-if
              exit.

*>*******************************************************************
*> Data scrub report - one-time/as-needed scan of the existing logs
*> and databases for values that break the delimiter and key-format
*> rules the files depend on, reported for repair by hand
*>*******************************************************************
       scrubDataReport.
              move "--- Data Scrub Report ---" to output-buffer
              perform outputLine
              move 0 to scrub-bad-count

              *> profile-views.log lines must split into exactly three
              *> "|"-delimited fields
              move 0 to scrub-line-count
              open input profile-views
              if profile-views-status = "00"
                  perform until profile-views-status not = "00"
                      read profile-views
                          at end
                              exit perform
                          not at end
                              add 1 to scrub-line-count
                              move 0 to validate-pipe-count
                              inspect profile-view-line
                                  tallying validate-pipe-count for all "|"
                              if validate-pipe-count not = 2
                                  add 1 to scrub-bad-count
                                  move spaces to output-buffer
                                  string "profile-views.log line " delimited by size
                                         function trim(scrub-line-count leading) delimited by size
                                         " is malformed: " delimited by size
                                         function trim(profile-view-line trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                      end-read
                  end-perform
              end-if
              close profile-views

              *> endorsements.log has the same three-field shape
              move 0 to scrub-line-count
              open input endorsements
              if endorsements-status = "00"
                  perform until endorsements-status not = "00"
                      read endorsements
                          at end
                              exit perform
                          not at end
                              add 1 to scrub-line-count
                              move 0 to validate-pipe-count
                              inspect endorsement-line
                                  tallying validate-pipe-count for all "|"
                              if validate-pipe-count not = 2
                                  add 1 to scrub-bad-count
                                  move spaces to output-buffer
                                  string "endorsements.log line " delimited by size
                                         function trim(scrub-line-count leading) delimited by size
                                         " is malformed: " delimited by size
                                         function trim(endorsement-line trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close endorsements

              *> Usernames drive the concatenated keys - flag any with
              *> the reserved delimiter or longer than the 30-character
              *> working limit
              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              move 0 to validate-pipe-count
                              inspect acct-username
                                  tallying validate-pipe-count for all "|"
                              if validate-pipe-count > 0
                              or function length(function trim(acct-username trailing)) > 30
                                  add 1 to scrub-bad-count
                                  move spaces to output-buffer
                                  string "acct-database: bad username: " delimited by size
                                         function trim(acct-username trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database

              *> Job titles and employers feed job-key and company-key
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              move 0 to validate-pipe-count
                              inspect job-title
                                  tallying validate-pipe-count for all "|"
                              inspect job-employer
                                  tallying validate-pipe-count for all "|"
                              if validate-pipe-count > 0
                                  add 1 to scrub-bad-count
                                  move spaces to output-buffer
                                  string "job-database: reserved character in: " delimited by size
                                         function trim(job-key trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database

              move spaces to output-buffer
              string "Scrub complete: " delimited by size
                     function trim(scrub-bad-count leading) delimited by size
                     " problem(s) found." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Password validation routine
*>*******************************************************************
       validate-password.
              *> Capture and trim raw password from input-buffer
              move function trim(buffer-acct-password trailing) to pwd-raw
              compute pwd-length = function length(function trim(pwd-raw trailing))

              *> Initialize result to invalid
              move 'N' to password-validity
              move 'N' to has-capital
              move 'N' to has-digit
              move 'N' to has-special

              *> Length check 8..12
              if pwd-length < 8 or pwd-length > 12
                  exit paragraph
              end-if

              *> NOT WORKING
              *> Scan characters
              perform varying idx from 1 by 1 until idx > pwd-length
                  move pwd-raw(idx:idx) to pwd-ch
                  evaluate true
                      when pwd-ch >= 'A' and pwd-ch <= 'Z'
                          move 'Y' to has-capital
                      when pwd-ch >= '0' and pwd-ch <= '9'
                          move 'Y' to has-digit
                      when (pwd-ch >= 'a' and pwd-ch <= 'z')
                          continue
                      when other
                          move 'Y' to has-special
                  end-evaluate
              end-perform

              if has-capital = 'Y' and has-digit = 'Y' and has-special = 'Y'
                  move 'Y' to password-validity
                  move pwd-raw(1:12) to input-password
              end-if
              exit.


*>*******************************************************************
*> Clean up resources before exit
*>*******************************************************************
       cleanup-program.
              *> Close input file if open
              close input-file
              *> Print end-of-program marker
              move end-marker to output-buffer
              perform outputLine
              exit.


*> Paragraph: readInputLine
*> Purpose:   Reads in the next line of the input file
*> Input:     None
*> Output:    input-buffer - Line from the file
*> User is responsible for opening and closing the input file when using this
       readInputLine.
              if support-viewing
                  perform supportBanner
              end-if
              if input-file-status = "00"
                  read input-file
                      not at end
                          *>Simulating the user entering the input
                          string
                              function trim(input-prompt, trailing) delimited by size
                              " " delimited by size                                   *> Will always have an extra space (even if input has no prompt)
                              function trim(input-buffer, trailing) delimited by size
                              into output-buffer
                          end-string
                          perform outputLine
                      at end
                          move input-prompt to output-buffer
                          perform outputLine

                          *> Input-buffer is stale now, so set to spaces
                          move spaces to input-buffer
                          *> Notify user
                          move "Reached end of input file ( à©­ËŠáµ•Ë‹)à©­" to output-buffer
                          perform outputLine
                  end-read
              else
                  string
                      "Error reading input file: " delimited by size
                      input-file-status            delimited by size
                      " (ï½¡â€¢Ìï¸¿â€¢Ì€ï½¡)"                   delimited by size
                      into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: confirmAction
*> Purpose:   Generic second confirmation any delete-capable paragraph
*>            can perform before its delete/rewrite-to-remove statement
*>            executes, so a single fat-fingered menu keystroke can't
*>            fire a destructive action by itself
*> Input:     None
*> Output:    confirm-action-flag - 'Y' (action-confirmed) if the user
*>            typed CONFIRM, 'N' otherwise
       confirmAction.
              move "Type CONFIRM to proceed, or anything else to cancel: " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = "CONFIRM"
                  move 'Y' to confirm-action-flag
              else
                  move 'N' to confirm-action-flag
              end-if
              exit.


*> Paragraph: checkResumeCheckpoint
*> Purpose:   Detects a leftover checkpoint marker written by a prior run
*>            that was truncated mid-transaction (input.txt exhausted
*>            before the in-flight mutation's clearCheckpoint ran) and
*>            surfaces it to the operator at startup, so an interrupted
*>            accept/reject, withdrawal, or job edit is resumed by hand
*>            instead of being silently dropped. Always clears the marker
*>            afterward so the next interrupted transaction starts clean.
*> Input:     None
*> Output:    None
       checkResumeCheckpoint.
              move spaces to restart-checkpoint-text
              open input restart-log
              if restart-log-status = "00"
                  read restart-log into restart-checkpoint-text
                      at end
                          move spaces to restart-checkpoint-text
                  end-read
                  close restart-log
                  *> An approved username change is carried on from
                  *> its last finished step rather than handed back
                  if restart-checkpoint-text(1:12) = "RENAME-ACCT|"
                      move "RESUME NOTICE: an approved username change was interrupted - carrying it on:" to output-buffer
                      perform outputLine
                      perform rnmResumeFromCheckpoint
                      move spaces to restart-checkpoint-text
                  end-if
                  if restart-checkpoint-text not = spaces
                      move "RESUME NOTICE: the previous run was interrupted mid-transaction:" to output-buffer
                      perform outputLine
                      move restart-checkpoint-text to output-buffer
                      perform outputLine
                      move "Please verify that record by hand; resuming with a clean checkpoint." to output-buffer
                      perform outputLine
                  end-if
              end-if
              perform clearCheckpoint
              exit.

*> Paragraph: writeCheckpoint
*> Purpose:   Records a marker for an in-flight multi-step file mutation
*>            (accept/reject a connection request, withdraw an
*>            application, edit or delete a job posting) so a batch run
*>            truncated mid-transaction can be resumed at that exact
*>            transaction instead of silently dropping it
*> Input:     restart-checkpoint-text - description of the transaction
*> Output:    None
       writeCheckpoint.
              open output restart-log
              if restart-log-status = "00"
                  write restart-log-line from restart-checkpoint-text
              end-if
              close restart-log
              exit.

*> Paragraph: clearCheckpoint
*> Purpose:   Clears the checkpoint marker once its transaction has
*>            completed successfully
*> Input:     None
*> Output:    None
       clearCheckpoint.
              open output restart-log
              close restart-log
              exit.

*> Paragraph: setAuditActor
*> Purpose:   Names whoever is making the change about to be audited
*>            - the signed-in operator, as OPERATOR:<id>, while the
*>            console is in use (current-user may still hold a member
*>            the operator is looking at), otherwise the member
*>            signed in
*> Input:     opr-signed-in-flag, operator-id, current-user
*> Output:    audit-actor
       setAuditActor.
              if opr-signed-in
                  move spaces to audit-actor
                  string "OPERATOR:" delimited by size
                         function trim(operator-id trailing) delimited by size
                         into audit-actor
                  end-string
              else
                  move current-user to audit-actor
              end-if
              exit.

*> Paragraph: recordAuditEvent
*> Purpose:   Appends one "user|datetime|file|action|key" line to the
*>            append-only audit trail. Every paragraph that WRITEs,
*>            REWRITEs or DELETEs a data-file record performs this
*>            right after the mutating statement, so the operator can
*>            always answer "who changed this record, and when".
*>            The key goes last because record keys themselves embed
*>            "|" (connection and message keys are built that way) -
*>            the reader splits the first four fields and takes the
*>            remainder of the line as the key
*> Input:     audit-actor      - the acting username
*>            audit-file-name  - the data file that was mutated
*>            audit-record-key - the key of the mutated record
*>            audit-action     - WRITE / REWRITE / DELETE / PURGE
*> Output:    None
       recordAuditEvent.
              *> Mutations fired from the operator console happen with no
              *> user signed in - attribute those to the signed-in
              *> operator (OPERATOR in batch runs)
              if function trim(audit-actor trailing) = spaces
                  move operator-id to audit-actor
              end-if
              move function current-date(1:14) to audit-stamp
              move spaces to aud-body-buffer
              string function trim(audit-actor trailing) delimited by size
                     "|" delimited by size
                     audit-stamp delimited by size
                     "|" delimited by size
                     function trim(audit-file-name trailing) delimited by size
                     "|" delimited by size
                     function trim(audit-action trailing) delimited by size
                     "|" delimited by size
                     function trim(audit-record-key trailing) delimited by size
                     into aud-body-buffer
              end-string

              *> Chain the line to its predecessor: the running digest
              *> over (previous digest + this body) rides at the front
              *> of the line, so editing or removing any earlier line
              *> breaks every digest after it
              perform loadAuditChainHead
              perform computeAuditDigest
              open extend audit-log
              if audit-log-status = "35"
                  open output audit-log
              end-if
              if audit-log-status = "00"
                  move spaces to audit-log-line
                  string aud-digest delimited by size
                         "|" delimited by size
                         function trim(aud-body-buffer trailing) delimited by size
                         into audit-log-line
                  end-string
                  write audit-log-line
                  perform saveAuditChainHead
              end-if
              close audit-log
              *> The same mutation also lands in the forward journal
              perform journalWrite
              exit.

*> Paragraph: loadAuditChainHead
*> Purpose:   Reads the digest of the most recent audit line (a fresh
*>            install seeds the chain with zeros)
*> Input:     None
*> Output:    aud-prev-digest
       loadAuditChainHead.
              move "000000000000000000" to aud-prev-digest
              open input audit-chain
              if audit-chain-status = "00"
                  read audit-chain
                      at end
                          continue
                      not at end
                          if audit-chain-line(1:18) is numeric
                              move audit-chain-line(1:18) to aud-prev-digest
                          end-if
                  end-read
              end-if
              close audit-chain
              exit.

*> Paragraph: saveAuditChainHead
*> Purpose:   Stores the digest just written as the new chain head
*> Input:     aud-digest
*> Output:    None
       saveAuditChainHead.
              open output audit-chain
              if audit-chain-status = "00"
                  move aud-digest to audit-chain-line
                  write audit-chain-line
              end-if
              close audit-chain
              exit.

*> Paragraph: computeAuditDigest
*> Purpose:   Derives the chained digest over the previous digest plus
*>            the line body, using the same two-accumulator machinery
*>            hashPassword runs (not cryptographic, but any edit to
*>            the trail shows as the first broken link)
*> Input:     aud-prev-digest, aud-body-buffer
*> Output:    aud-digest (18 digits)
       computeAuditDigest.
              move spaces to aud-chain-input
              string aud-prev-digest delimited by size
                     function trim(aud-body-buffer trailing) delimited by size
                     into aud-chain-input
              end-string
              move function length(function trim(aud-chain-input trailing)) to aud-chain-len
              move 5381 to hash-acc-1
              move 7919 to hash-acc-2
              perform varying hash-idx from 1 by 1 until hash-idx > aud-chain-len
                  compute hash-ord = function ord(aud-chain-input(hash-idx:1))
                  compute hash-acc-1 =
                      function mod((hash-acc-1 * 33) + hash-ord, 999999999)
                  compute hash-acc-2 =
                      function mod((hash-acc-2 * 131) + (hash-ord * 7), 999999999)
              end-perform
              move hash-acc-1 to hash-digits-1
              move hash-acc-2 to hash-digits-2
              move spaces to aud-digest
              string hash-digits-1 delimited by size
                     hash-digits-2 delimited by size
                     into aud-digest
              end-string
              exit.

*> Paragraph: verifyAuditChain
*> Purpose:   Walks audit-log.dat recomputing every chained digest and
*>            reports the first broken link - the auditors' "how do we
*>            know the trail hasn't been altered" answer. Lines from
*>            before the chaining release carry no digest and are
*>            counted but not verifiable.
*> Input:     None
*> Output:    aud-chain-ok-flag, aud-break-line
       verifyAuditChain.
              *> The retention rotation moves the oldest chained lines
              *> into monthly segments and leaves the digest of the
              *> last rotated line behind as the verification base
              move "000000000000000000" to aud-prev-digest
              open input audit-chain-base
              if audit-chain-base-status = "00"
                  read audit-chain-base
                      at end
                          continue
                      not at end
                          if audit-chain-base-line(1:18) is numeric
                              move audit-chain-base-line(1:18) to aud-prev-digest
                          end-if
                  end-read
              end-if
              close audit-chain-base
              move 0 to aud-verify-count
              move 0 to aud-legacy-count
              move 0 to aud-line-number
              move 0 to aud-break-line
              move 'Y' to aud-chain-ok-flag

              open input audit-log
              if audit-log-status not = "00"
                  move "No audit trail on disk to verify." to output-buffer
                  perform outputLine
                  close audit-log
                  exit paragraph
              end-if
              perform until audit-log-status not = "00"
                  read audit-log
                      at end
                          exit perform
                      not at end
                          add 1 to aud-line-number
                          if audit-log-line(1:18) is numeric
                          and audit-log-line(19:1) = "|"
                              move spaces to aud-body-buffer
                              move audit-log-line(20:) to aud-body-buffer
                              perform computeAuditDigest
                              if aud-digest = audit-log-line(1:18)
                                  add 1 to aud-verify-count
                                  move aud-digest to aud-prev-digest
                              else
                                  move 'N' to aud-chain-ok-flag
                                  move aud-line-number to aud-break-line
                                  exit perform
                              end-if
                          else
                              add 1 to aud-legacy-count
                          end-if
                  end-read
              end-perform
              close audit-log

              if aud-chain-ok-flag = 'Y'
                  move spaces to output-buffer
                  string "Audit chain intact: " delimited by size
                         function trim(aud-verify-count leading) delimited by size
                         " chained line(s) verified, " delimited by size
                         function trim(aud-legacy-count leading) delimited by size
                         " pre-chain line(s)." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move spaces to output-buffer
                  string "*** AUDIT CHAIN BROKEN at line " delimited by size
                         function trim(aud-break-line leading) delimited by size
                         " - the trail has been altered after that point. ***" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Retention policy engine (batch job RETAIN + admin screen) - the
*> files that grow forever get a per-file window the operator edits;
*> rows older than the window move to dated archive files, and the
*> audit log rotates into monthly segments with a summary index.
*> Three of these files were already past what the nightly BACKUP
*> window comfortably copies.
*>*******************************************************************

*> Paragraph: loadRetentionPolicies
*> Purpose:   Reads the "file|days" policy table into memory
*> Output:    ret-pol-* tables
       loadRetentionPolicies.
              move 0 to ret-pol-count
              open input retention-policies
              if retention-policies-status = "00"
                  perform until retention-policies-status not = "00"
                      read retention-policies
                          at end
                              exit perform
                          not at end
                              move spaces to ret-split-file
                              move spaces to ret-split-days
                              unstring retention-policy-line delimited by "|"
                                  into ret-split-file
                                       ret-split-days
                              end-unstring
                              if function trim(ret-split-file trailing) not = spaces
                              and function trim(ret-split-days trailing) is numeric
                              and ret-pol-count < 10
                                  add 1 to ret-pol-count
                                  move ret-split-file to ret-pol-file-entry(ret-pol-count)
                                  move function trim(ret-split-days trailing)
                                      to ret-pol-day-entry(ret-pol-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close retention-policies
              exit.

*> Paragraph: saveRetentionPolicies
*> Purpose:   Rewrites the policy file from the in-memory table
*> Input:     ret-pol-* tables
*> Output:    None
       saveRetentionPolicies.
              open output retention-policies
              if retention-policies-status = "00"
                  perform varying ret-idx from 1 by 1 until ret-idx > ret-pol-count
                      move spaces to retention-policy-line
                      string function trim(ret-pol-file-entry(ret-idx) trailing) delimited by size
                             "|" delimited by size
                             function trim(ret-pol-day-entry(ret-idx) leading) delimited by size
                             into retention-policy-line
                      end-string
                      write retention-policy-line
                  end-perform
              end-if
              close retention-policies
              exit.

*>*******************************************************************
*> Retention policy screen (admin) - review, set and remove the
*> per-file windows, and browse the archives the sweep produces
*>*******************************************************************
       manageRetentionPolicies.
              perform until not valid-read
                  move "--- Retention Policies ---" to output-buffer
                  perform outputLine
                  perform loadRetentionPolicies
                  if ret-pol-count = 0
                      move "No retention policies are set - the growth files are unbounded." to output-buffer
                      perform outputLine
                  end-if
                  perform varying ret-idx from 1 by 1 until ret-idx > ret-pol-count
                      move spaces to output-buffer
                      string "[" delimited by size
                             function trim(ret-idx leading) delimited by size
                             "] " delimited by size
                             function trim(ret-pol-file-entry(ret-idx) trailing) delimited by size
                             " - keep " delimited by size
                             function trim(ret-pol-day-entry(ret-idx) leading) delimited by size
                             " day(s)" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
                  move "Retainable: message-database.dat, job-views.log, profile-views.log, login-history.log, endorsements.log, audit-log.dat" to output-buffer
                  perform outputLine
                  move "[a] Add/update a policy  [d] Delete a number  [r] Run the sweep now  [b] Browse an archive file  [l] Legal holds  [q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = 'a' or menu-choice = 'A'
                          move "File name: " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to ret-split-file
                          if function trim(ret-split-file trailing) not = "message-database.dat"
                          and function trim(ret-split-file trailing) not = "job-views.log"
                          and function trim(ret-split-file trailing) not = "profile-views.log"
                          and function trim(ret-split-file trailing) not = "login-history.log"
                          and function trim(ret-split-file trailing) not = "endorsements.log"
                          and function trim(ret-split-file trailing) not = "audit-log.dat"
                              move "That file is not one the sweep knows how to retain." to output-buffer
                              perform outputLine
                          else
                              move "Keep rows for how many days: " to input-prompt
                              perform readInputLine
                              if function trim(input-buffer trailing) is not numeric
                                  move "Please enter a number of days." to output-buffer
                                  perform outputLine
                              else
                                  move 0 to ret-mon-slot
                                  perform varying ret-idx from 1 by 1
                                      until ret-idx > ret-pol-count
                                      if function trim(ret-pol-file-entry(ret-idx) trailing) =
                                         function trim(ret-split-file trailing)
                                          move ret-idx to ret-mon-slot
                                      end-if
                                  end-perform
                                  if ret-mon-slot = 0 and ret-pol-count < 10
                                      add 1 to ret-pol-count
                                      move ret-pol-count to ret-mon-slot
                                      move ret-split-file to ret-pol-file-entry(ret-mon-slot)
                                  end-if
                                  if ret-mon-slot > 0
                                      move function trim(input-buffer trailing)
                                          to ret-pol-day-entry(ret-mon-slot)
                                      perform saveRetentionPolicies
                                      perform setAuditActor
                                      move "retention-policies.dat" to audit-file-name
                                      move ret-split-file to audit-record-key
                                      move "REWRITE" to audit-action
                                      perform recordAuditEvent
                                      move "Policy saved." to output-buffer
                                      perform outputLine
                                  end-if
                              end-if
                          end-if
                      when menu-choice = 'd' or menu-choice = 'D'
                          move "Number to delete:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to ret-mon-slot
                          if ret-mon-slot >= 1 and ret-mon-slot <= ret-pol-count
                              perform varying ret-idx from ret-mon-slot by 1
                                  until ret-idx >= ret-pol-count
                                  move ret-pol-file-entry(ret-idx + 1) to ret-pol-file-entry(ret-idx)
                                  move ret-pol-day-entry(ret-idx + 1) to ret-pol-day-entry(ret-idx)
                              end-perform
                              subtract 1 from ret-pol-count
                              perform saveRetentionPolicies
                              move "Policy removed." to output-buffer
                              perform outputLine
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'r' or menu-choice = 'R'
                          perform runRetentionSweep
                      when menu-choice = 'b' or menu-choice = 'B'
                          perform browseRetentionArchive
                      when menu-choice = 'l' or menu-choice = 'L'
                          perform legalHoldScreen
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
              end-perform
              exit.

*> Paragraph: browseRetentionArchive
*> Purpose:   Pages through any archive file the sweep has produced,
*>            the way browseJobArchive shows swept postings
*> Input:     None (prompts for the file name)
*> Output:    None
       browseRetentionArchive.
              move "Archive file name (e.g. job-views-archive-20260901.log or audit-log-202608.dat):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to ret-archive-in-name
              open input retention-archive-in
              if retention-archive-in-status not = "00"
                  move "No archive file found with that name." to output-buffer
                  perform outputLine
                  close retention-archive-in
                  exit paragraph
              end-if
              move 0 to ret-browse-count
              move 'N' to audit-done-flag
              perform until audit-done-flag = 'Y'
                  read retention-archive-in
                      at end
                          move 'Y' to audit-done-flag
                      not at end
                          add 1 to ret-browse-count
                          move retention-archive-in-line(1:150) to output-buffer
                          perform outputLine
                          if function mod(ret-browse-count, 20) = 0
                              move "[n] Next Page  [q] Stop" to output-buffer
                              perform outputLine
                              move "> " to input-prompt
                              perform readInputLine
                              if input-buffer(1:1) = 'q' or not valid-read
                                  move 'Y' to audit-done-flag
                              end-if
                          end-if
                  end-read
              end-perform
              close retention-archive-in
              move spaces to output-buffer
              string "Lines shown: " delimited by size
                     function trim(ret-browse-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Retention sweep (batch job RETAIN) - applies every policy row,
*> keeping back whatever a legal hold protects
*>*******************************************************************
       runRetentionSweep.
              perform loadRetentionPolicies
              if ret-pol-count = 0
                  move "No retention policies are set - nothing to sweep." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move 0 to ret-total-moved
              perform lghLoadHolds
              move "RETAIN" to ckp-job-work
              perform ckpBegin
              if ckp-restarting
                  move ckp-total(1) to ret-total-moved
              end-if
              perform varying ret-idx from 1 by 1 until ret-idx > ret-pol-count
                  *> Files a killed run already finished are not swept
                  *> again
                  if ret-idx <= ckp-step-work
                      move spaces to output-buffer
                      string "- " delimited by size
                             function trim(ret-pol-file-entry(ret-idx) trailing) delimited by size
                             ": already swept before the restart" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      exit perform cycle
                  end-if
                  move bdt-business-date to date-ymd-work
                  compute date-int-work =
                      function integer-of-date(date-ymd-work)
                      - ret-pol-day-entry(ret-idx)
                  compute date-ymd-work = function date-of-integer(date-int-work)
                  move date-ymd-work to ret-cutoff
                  move ret-cutoff(1:6) to ret-cutoff-month
                  move 0 to ret-moved-count
                  if ckp-restarting and ret-idx = ckp-step-work + 1
                  and ckp-key-work not = spaces
                      move ckp-total(2) to ret-moved-count
                  end-if
                  evaluate function trim(ret-pol-file-entry(ret-idx) trailing)
                      when "message-database.dat"
                          perform retainMessages
                      when "job-views.log"
                          perform retainJobViews
                      when "profile-views.log"
                          perform retainProfileViews
                      when "login-history.log"
                          perform retainLoginHistory
                      when "endorsements.log"
                          perform retainEndorsements
                      when "audit-log.dat"
                          perform retainAuditLog
                      when other
                          continue
                  end-evaluate
                  add ret-moved-count to ret-total-moved
                  move ret-idx to ckp-step-work
                  move spaces to ckp-key-work
                  move ret-total-moved to ckp-total(1)
                  move 0 to ckp-total(2)
                  perform ckpCommit
                  move spaces to output-buffer
                  string "- " delimited by size
                         function trim(ret-pol-file-entry(ret-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(ret-moved-count leading) delimited by size
                         " row(s) archived (older than " delimited by size
                         ret-cutoff delimited by size
                         ")" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              perform ckpEnd
              move spaces to output-buffer
              string "Retention sweep complete: " delimited by size
                     function trim(ret-total-moved leading) delimited by size
                     " row(s) moved to archives." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              perform lghSkipSummary
              exit.

*> Paragraph: retainMessages
*> Purpose:   Moves messages sent before ret-cutoff into the indexed
*>            message archive and deletes them from the live file
*> Input:     ret-cutoff
*> Output:    ret-moved-count
       retainMessages.
              open i-o message-archive
              if message-archive-missing
                  open output message-archive
                  close message-archive
                  open i-o message-archive
              end-if
              if not message-archive-ok
                  close message-archive
                  exit paragraph
              end-if
              open i-o message-database
              if message-ok
                  *> A restarted run carries on past its checkpoint
                  if ckp-restarting and ret-idx = ckp-step-work + 1
                  and ckp-key-work not = spaces
                      move ckp-key-work to message-key
                      start message-database key is greater than message-key
                          invalid key
                              continue
                      end-start
                  end-if
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              move message-key to ckp-key-pending
                              if message-sent-date is numeric
                              and message-sent-date < ret-cutoff
                                  perform lghCheckMessage
                                  if lgh-held
                                      move "message-database.dat" to lgh-skip-file
                                      move message-key to lgh-skip-key
                                      perform lghLogSkip
                                  else
                                      move spaces to msga-record
                                      move message-record to msga-record
                                      move 'N' to ret-archived-flag
                                      write msga-record
                                      if message-archive-ok
                                          move 'Y' to ret-archived-flag
                                      end-if
                                      *> A restart after a crash between the
                                      *> archive write and the delete finds
                                      *> the row already archived - finish
                                      *> the move rather than leave it live
                                      if message-archive-status = "22"
                                          read message-archive key is msga-key
                                              invalid key
                                                  continue
                                              not invalid key
                                                  move 'Y' to ret-archived-flag
                                          end-read
                                      end-if
                                      if ret-archived
                                          delete message-database
                                          add 1 to ret-moved-count
                                          move "RETAIN" to audit-actor
                                          move "message-database.dat" to audit-file-name
                                          move msga-key to audit-record-key
                                          move "ARCHIVE" to audit-action
                                          perform recordAuditEvent
                                      end-if
                                  end-if
                              end-if
                              move ckp-key-pending to ckp-key-work
                              move ret-total-moved to ckp-total(1)
                              move ret-moved-count to ckp-total(2)
                              perform ckpTick
                      end-read
                  end-perform
              end-if
              close message-database
              close message-archive
              exit.

*> Paragraph: retainJobViews
*> Purpose:   Moves job-view rows older than the window to the dated
*>            archive file (kept rows ride the usual scratch swap)
*> Input:     ret-cutoff
*> Output:    ret-moved-count
       retainJobViews.
              move spaces to ret-archive-out-name
              string "job-views-archive-" delimited by size
                     function current-date(1:8) delimited by size
                     ".log" delimited by size
                     into ret-archive-out-name
              end-string
              open input job-views
              if job-views-status not = "00"
                  close job-views
                  exit paragraph
              end-if
              open output retention-temp
              open extend retention-archive-out
              if retention-archive-out-status = "35"
                  open output retention-archive-out
              end-if
              perform until job-views-status not = "00"
                  read job-views
                      at end
                          exit perform
                      not at end
                          move spaces to ret-split-f3
                          unstring job-view-line delimited by "|"
                              into ret-split-f1
                                   ret-split-f2
                                   ret-split-f3
                          end-unstring
                          move ret-split-f3(1:8) to ret-line-date
                          if ret-line-date is numeric
                          and ret-line-date < ret-cutoff
                              perform lghCheckLogLine
                              if lgh-held
                                  move "job-views.log" to lgh-skip-file
                                  move job-view-line to lgh-skip-key
                                  perform lghLogSkip
                                  move job-view-line to retention-temp-line
                                  write retention-temp-line
                              else
                                  move job-view-line to retention-archive-out-line
                                  write retention-archive-out-line
                                  add 1 to ret-moved-count
                              end-if
                          else
                              move job-view-line to retention-temp-line
                              write retention-temp-line
                          end-if
                  end-read
              end-perform
              close job-views
              close retention-temp
              close retention-archive-out
              call "CBL_DELETE_FILE" using job-views-filename
              call "CBL_RENAME_FILE" using retention-temp-filename
                                           job-views-filename
              exit.

*> Paragraph: retainProfileViews
*> Purpose:   Same sweep for profile-views.log
*> Input:     ret-cutoff
*> Output:    ret-moved-count
       retainProfileViews.
              move spaces to ret-archive-out-name
              string "profile-views-archive-" delimited by size
                     function current-date(1:8) delimited by size
                     ".log" delimited by size
                     into ret-archive-out-name
              end-string
              open input profile-views
              if profile-views-status not = "00"
                  close profile-views
                  exit paragraph
              end-if
              open output retention-temp
              open extend retention-archive-out
              if retention-archive-out-status = "35"
                  open output retention-archive-out
              end-if
              perform until profile-views-status not = "00"
                  read profile-views
                      at end
                          exit perform
                      not at end
                          move spaces to ret-split-f3
                          unstring profile-view-line delimited by "|"
                              into ret-split-f1
                                   ret-split-f2
                                   ret-split-f3
                          end-unstring
                          move ret-split-f3(1:8) to ret-line-date
                          if ret-line-date is numeric
                          and ret-line-date < ret-cutoff
                              perform lghCheckLogLine
                              if lgh-held
                                  move "profile-views.log" to lgh-skip-file
                                  move profile-view-line to lgh-skip-key
                                  perform lghLogSkip
                                  move profile-view-line to retention-temp-line
                                  write retention-temp-line
                              else
                                  move profile-view-line to retention-archive-out-line
                                  write retention-archive-out-line
                                  add 1 to ret-moved-count
                              end-if
                          else
                              move profile-view-line to retention-temp-line
                              write retention-temp-line
                          end-if
                  end-read
              end-perform
              close profile-views
              close retention-temp
              close retention-archive-out
              call "CBL_DELETE_FILE" using profile-views-filename
              call "CBL_RENAME_FILE" using retention-temp-filename
                                           profile-views-filename
              exit.

*> Paragraph: retainLoginHistory
*> Purpose:   Same sweep for login-history.log (the date leads the
*>            second field's 14-character stamp)
*> Input:     ret-cutoff
*> Output:    ret-moved-count
       retainLoginHistory.
              move spaces to ret-archive-out-name
              string "login-history-archive-" delimited by size
                     function current-date(1:8) delimited by size
                     ".log" delimited by size
                     into ret-archive-out-name
              end-string
              open input login-history
              if login-history-status not = "00"
                  close login-history
                  exit paragraph
              end-if
              open output retention-temp
              open extend retention-archive-out
              if retention-archive-out-status = "35"
                  open output retention-archive-out
              end-if
              perform until login-history-status not = "00"
                  read login-history
                      at end
                          exit perform
                      not at end
                          move spaces to ret-split-f2
                          unstring login-history-line delimited by "|"
                              into ret-split-f1
                                   ret-split-f2
                          end-unstring
                          move ret-split-f2(1:8) to ret-line-date
                          if ret-line-date is numeric
                          and ret-line-date < ret-cutoff
                              perform lghCheckLogLine
                              if lgh-held
                                  move "login-history.log" to lgh-skip-file
                                  move login-history-line to lgh-skip-key
                                  perform lghLogSkip
                                  move login-history-line to retention-temp-line
                                  write retention-temp-line
                              else
                                  move login-history-line to retention-archive-out-line
                                  write retention-archive-out-line
                                  add 1 to ret-moved-count
                              end-if
                          else
                              move login-history-line to retention-temp-line
                              write retention-temp-line
                          end-if
                  end-read
              end-perform
              close login-history
              close retention-temp
              close retention-archive-out
              call "CBL_DELETE_FILE" using login-history-filename
              call "CBL_RENAME_FILE" using retention-temp-filename
                                           login-history-filename
              exit.

*> Paragraph: retainEndorsements
*> Purpose:   Same sweep for endorsements.log - rows from before the
*>            date field was added carry no date and are kept
*> Input:     ret-cutoff
*> Output:    ret-moved-count
       retainEndorsements.
              move spaces to ret-archive-out-name
              string "endorsements-archive-" delimited by size
                     function current-date(1:8) delimited by size
                     ".log" delimited by size
                     into ret-archive-out-name
              end-string
              open input endorsements
              if endorsements-status not = "00"
                  close endorsements
                  exit paragraph
              end-if
              open output retention-temp
              open extend retention-archive-out
              if retention-archive-out-status = "35"
                  open output retention-archive-out
              end-if
              perform until endorsements-status not = "00"
                  read endorsements
                      at end
                          exit perform
                      not at end
                          move spaces to ret-split-f4
                          unstring endorsement-line delimited by "|"
                              into ret-split-f1
                                   ret-split-f2
                                   ret-split-f3
                                   ret-split-f4
                          end-unstring
                          move ret-split-f4(1:8) to ret-line-date
                          if ret-line-date is numeric
                          and ret-line-date < ret-cutoff
                              perform lghCheckLogLine
                              if lgh-held
                                  move "endorsements.log" to lgh-skip-file
                                  move endorsement-line to lgh-skip-key
                                  perform lghLogSkip
                                  move endorsement-line to retention-temp-line
                                  write retention-temp-line
                              else
                                  move endorsement-line to retention-archive-out-line
                                  write retention-archive-out-line
                                  add 1 to ret-moved-count
                              end-if
                          else
                              move endorsement-line to retention-temp-line
                              write retention-temp-line
                          end-if
                  end-read
              end-perform
              close endorsements
              close retention-temp
              close retention-archive-out
              call "CBL_DELETE_FILE" using endorsements-filename
              call "CBL_RENAME_FILE" using retention-temp-filename
                                           endorsements-filename
              exit.

*> Paragraph: retainAuditLog
*> Purpose:   Rotates audit lines from whole months older than the
*>            window into audit-log-YYYYMM.dat segments, appends the
*>            per-month counts to the summary index, and leaves the
*>            last rotated digest as the chain verification base
*> Input:     ret-cutoff-month
*> Output:    ret-moved-count
       retainAuditLog.
              open input audit-log
              if audit-log-status not = "00"
                  close audit-log
                  exit paragraph
              end-if
              open output retention-temp
              move spaces to ret-month-open
              move 0 to ret-mon-count
              move spaces to ret-last-rotated-digest
              perform until audit-log-status not = "00"
                  read audit-log
                      at end
                          exit perform
                      not at end
                          *> The stamp sits after the digest and user
                          *> on chained lines, after the user alone on
                          *> pre-chain lines
                          move 1 to audit-split-ptr
                          if audit-log-line(1:18) is numeric
                          and audit-log-line(19:1) = "|"
                              move 20 to audit-split-ptr
                          end-if
                          move spaces to ret-split-f2
                          unstring audit-log-line delimited by "|"
                              into ret-split-f1
                                   ret-split-f2
                              with pointer audit-split-ptr
                          end-unstring
                          if ret-split-f2(1:6) is numeric
                          and ret-split-f2(1:6) < ret-cutoff-month
                              perform retainRotateAuditLine
                          else
                              move audit-log-line to retention-temp-line
                              write retention-temp-line
                          end-if
                  end-read
              end-perform
              close audit-log
              close retention-temp
              if ret-month-open not = spaces
                  close retention-archive-out
              end-if
              call "CBL_DELETE_FILE" using audit-log-filename
              call "CBL_RENAME_FILE" using retention-temp-filename
                                           audit-log-filename

              *> Summary index rows, one per rotated month
              open extend audit-archive-index
              if audit-archive-index-status = "35"
                  open output audit-archive-index
              end-if
              if audit-archive-index-status = "00"
                  perform varying ret-mon-slot from 1 by 1
                      until ret-mon-slot > ret-mon-count
                      move spaces to audit-archive-index-line
                      string ret-mon-key-entry(ret-mon-slot) delimited by size
                             "|" delimited by size
                             function trim(ret-mon-count-entry(ret-mon-slot) leading) delimited by size
                             into audit-archive-index-line
                      end-string
                      write audit-archive-index-line
                  end-perform
              end-if
              close audit-archive-index

              *> The chain now starts mid-stream - record where
              if function trim(ret-last-rotated-digest trailing) not = spaces
                  open output audit-chain-base
                  if audit-chain-base-status = "00"
                      move ret-last-rotated-digest to audit-chain-base-line
                      write audit-chain-base-line
                  end-if
                  close audit-chain-base
              end-if
              exit.

*> Paragraph: retainRotateAuditLine
*> Purpose:   Appends the current audit line to its month's segment
*>            file, switching segments as the month changes
*> Input:     audit-log-line, ret-split-f2 (the stamp)
*> Output:    ret-moved-count, ret-mon-* tallies,
*>            ret-last-rotated-digest
       retainRotateAuditLine.
              if ret-split-f2(1:6) not = ret-month-open
                  if ret-month-open not = spaces
                      close retention-archive-out
                  end-if
                  move ret-split-f2(1:6) to ret-month-open
                  move spaces to ret-archive-out-name
                  string "audit-log-" delimited by size
                         ret-month-open delimited by size
                         ".dat" delimited by size
                         into ret-archive-out-name
                  end-string
                  open extend retention-archive-out
                  if retention-archive-out-status = "35"
                      open output retention-archive-out
                  end-if
              end-if
              move audit-log-line to retention-archive-out-line
              write retention-archive-out-line
              add 1 to ret-moved-count
              if audit-log-line(1:18) is numeric
              and audit-log-line(19:1) = "|"
                  move audit-log-line(1:18) to ret-last-rotated-digest
              end-if

              move 0 to ret-mon-slot
              perform varying bjl-idx from 1 by 1 until bjl-idx > ret-mon-count
                  if ret-mon-key-entry(bjl-idx) = ret-month-open
                      move bjl-idx to ret-mon-slot
                  end-if
              end-perform
              if ret-mon-slot = 0 and ret-mon-count < 24
                  add 1 to ret-mon-count
                  move ret-mon-count to ret-mon-slot
                  move ret-month-open to ret-mon-key-entry(ret-mon-slot)
                  move 0 to ret-mon-count-entry(ret-mon-slot)
              end-if
              if ret-mon-slot > 0
                  add 1 to ret-mon-count-entry(ret-mon-slot)
              end-if
              exit.

*>*******************************************************************
*> Legal holds - when the university counsel tells us to preserve
*> everything about a student, a posting or a company during a
*> dispute, a row in legal-holds.dat names the subject with the
*> matter reference and the last day the hold is in force. Placing
*> and releasing a hold both go through the two-person rule. While a
*> hold is in force the account purge cascade, the retention sweep
*> and the archival sweep leave every row about the subject where it
*> is and log each row they kept (audit action HOLD-SKIP). The audit
*> log itself is never held back: rotation only moves whole months
*> into their segment files, and pulling lines out would break the
*> digest chain.
*>*******************************************************************

*> Paragraph: lghLoadHolds
*> Purpose:   Loads every hold in force on the business date into the
*>            lookup table and resets the skip counter for the pass
*>            about to run
*> Input:     bdt-business-date
*> Output:    lgh-table, lgh-count, lgh-overflow-flag, lgh-skip-count
       lghLoadHolds.
              move 0 to lgh-count
              move 0 to lgh-skip-count
              move 'N' to lgh-overflow-flag
              open input legal-holds
              if legal-hold-ok
                  perform until legal-hold-status not = "00"
                      read legal-holds next record
                          at end
                              exit perform
                          not at end
                              if lgh-active
                              and (lgh-release-date = spaces
                                   or lgh-release-date >= bdt-business-date)
                                  if lgh-count < 200
                                      add 1 to lgh-count
                                      move lgh-type to lgh-t-type(lgh-count)
                                      move lgh-subject to lgh-t-subject(lgh-count)
                                      move lgh-matter to lgh-t-matter(lgh-count)
                                      move lgh-release-date to lgh-t-release(lgh-count)
                                      move 0 to lgh-t-protected(lgh-count)
                                  else
                                      move 'Y' to lgh-overflow-flag
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close legal-holds
              *> A hold that cannot be checked is treated as covering
              *> everything, never as covering nothing
              if lgh-overflow
                  move "WARNING: more legal holds are in force than can be checked at once - every row is being kept until some are released." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: lghBeginRecord
*> Purpose:   Clears the held flag and the per-hold hits before the
*>            subjects of the next record are checked
*> Input:     lgh-count
*> Output:    lgh-held-flag, lgh-held-matter, lgh-t-hit
       lghBeginRecord.
              move 'N' to lgh-held-flag
              move spaces to lgh-held-matter
              perform varying lgh-idx from 1 by 1 until lgh-idx > lgh-count
                  move 'N' to lgh-t-hit(lgh-idx)
              end-perform
              exit.

*> Paragraph: lghCheck
*> Purpose:   Checks one subject against the holds in force, marking
*>            every hold it falls under
*> Input:     lgh-chk-type, lgh-chk-subject
*> Output:    lgh-held-flag, lgh-held-matter, lgh-t-hit
       lghCheck.
              if lgh-chk-subject = spaces
                  exit paragraph
              end-if
              if lgh-overflow
                  move 'Y' to lgh-held-flag
                  move "(hold table full)" to lgh-held-matter
                  exit paragraph
              end-if
              perform varying lgh-idx from 1 by 1 until lgh-idx > lgh-count
                  if lgh-t-type(lgh-idx) = lgh-chk-type
                  and lgh-t-subject(lgh-idx) = lgh-chk-subject
                      if not lgh-held
                          move lgh-t-matter(lgh-idx) to lgh-held-matter
                      end-if
                      move 'Y' to lgh-held-flag
                      move 'Y' to lgh-t-hit(lgh-idx)
                  end-if
              end-perform
              exit.

*> Paragraph: lghCheckJobRecord
*> Purpose:   Is the posting in job-record held - by its job-key, its
*>            company or the account that posted it
*> Input:     job-record
*> Output:    lgh-held-flag, lgh-held-matter
       lghCheckJobRecord.
              perform lghBeginRecord
              move "JOB" to lgh-chk-type
              move job-key to lgh-chk-subject
              perform lghCheck
              move "USER" to lgh-chk-type
              move job-creator to lgh-chk-subject
              perform lghCheck
              move "COMPANY" to lgh-chk-type
              if job-company-key not = spaces
                  move job-company-key to lgh-chk-subject
              else
                  move function upper-case(function trim(job-employer)) to lgh-chk-subject
              end-if
              perform lghCheck
              exit.

*> Paragraph: lghCheckApplication
*> Purpose:   Is the application in application-record held - by its
*>            applicant, its posting or the posting's company
*> Input:     application-record
*> Output:    lgh-held-flag, lgh-held-matter
       lghCheckApplication.
              perform lghBeginRecord
              move "USER" to lgh-chk-type
              move application-username to lgh-chk-subject
              perform lghCheck
              move "JOB" to lgh-chk-type
              move application-job-key to lgh-chk-subject
              perform lghCheck
              move "COMPANY" to lgh-chk-type
              move function upper-case(function trim(application-employer)) to lgh-chk-subject
              perform lghCheck
              exit.

*> Paragraph: lghCheckMessage
*> Purpose:   Is the message in message-record held - by its sender
*>            or its recipient
*> Input:     message-record
*> Output:    lgh-held-flag, lgh-held-matter
       lghCheckMessage.
              perform lghBeginRecord
              move "USER" to lgh-chk-type
              move message-sender to lgh-chk-subject
              perform lghCheck
              move message-recipient to lgh-chk-subject
              perform lghCheck
              exit.

*> Paragraph: lghCheckConnection
*> Purpose:   Is the connection in connection-record held - by either
*>            member
*> Input:     connection-record
*> Output:    lgh-held-flag, lgh-held-matter
       lghCheckConnection.
              perform lghBeginRecord
              move "USER" to lgh-chk-type
              move connection-user-1 to lgh-chk-subject
              perform lghCheck
              move connection-user-2 to lgh-chk-subject
              perform lghCheck
              exit.

*> Paragraph: lghCheckInterview
*> Purpose:   Is the interview in interview-record held - by the
*>            applicant or the employer
*> Input:     interview-record
*> Output:    lgh-held-flag, lgh-held-matter
       lghCheckInterview.
              perform lghBeginRecord
              move "USER" to lgh-chk-type
              move interview-applicant to lgh-chk-subject
              perform lghCheck
              move interview-employer to lgh-chk-subject
              perform lghCheck
              exit.

*> Paragraph: lghCheckOffer
*> Purpose:   Is the offer in offer-record held - by the student, the
*>            employer or the posting
*> Input:     offer-record
*> Output:    lgh-held-flag, lgh-held-matter
       lghCheckOffer.
              perform lghBeginRecord
              move "USER" to lgh-chk-type
              move offer-username to lgh-chk-subject
              perform lghCheck
              move offer-employer to lgh-chk-subject
              perform lghCheck
              move "JOB" to lgh-chk-type
              move offer-job-key to lgh-chk-subject
              perform lghCheck
              exit.

*> Paragraph: lghCheckLogLine
*> Purpose:   Is the log line just split held - by the username in
*>            its first field or the username or job-key in its second
*> Input:     ret-split-f1, ret-split-f2
*> Output:    lgh-held-flag, lgh-held-matter
       lghCheckLogLine.
              perform lghBeginRecord
              move "USER" to lgh-chk-type
              move ret-split-f1 to lgh-chk-subject
              perform lghCheck
              move ret-split-f2 to lgh-chk-subject
              perform lghCheck
              move "JOB" to lgh-chk-type
              perform lghCheck
              exit.

*> Paragraph: lghTallyHits
*> Purpose:   Counts the record just checked against every hold it
*>            fell under
*> Input:     lgh-t-hit
*> Output:    lgh-t-protected
       lghTallyHits.
              perform varying lgh-idx from 1 by 1 until lgh-idx > lgh-count
                  if lgh-t-hit(lgh-idx) = 'Y'
                      add 1 to lgh-t-protected(lgh-idx)
                  end-if
              end-perform
              exit.

*> Paragraph: lghLogSkip
*> Purpose:   Records that a purge, retention or archive pass left a
*>            row alone because of a legal hold
*> Input:     lgh-skip-file, lgh-skip-key, lgh-held-matter,
*>            lgh-skip-quiet-flag
*> Output:    lgh-skip-count
       lghLogSkip.
              add 1 to lgh-skip-count
              if batch-job-name not = spaces
                  move batch-job-name to audit-actor
              else
                  perform setAuditActor
              end-if
              move lgh-skip-file to audit-file-name
              move lgh-skip-key to audit-record-key
              move "HOLD-SKIP" to audit-action
              perform recordAuditEvent
              if lgh-skip-quiet
                  exit paragraph
              end-if
              move spaces to output-buffer
              string "HELD: " delimited by size
                     function trim(lgh-skip-file trailing) delimited by size
                     " " delimited by size
                     function trim(lgh-skip-key trailing) delimited by size
                     " kept - legal hold, matter " delimited by size
                     function trim(lgh-held-matter trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: lghSkipSummary
*> Purpose:   Closes a pass with the number of rows its holds kept
*> Input:     lgh-skip-count
*> Output:    None
       lghSkipSummary.
              if lgh-skip-count > 0
                  move spaces to output-buffer
                  string function trim(lgh-skip-count leading) delimited by size
                         " row(s) kept under legal hold." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: legalHoldScreen
*> Purpose:   Lists every hold on file and takes requests to place or
*>            release one (each waits for a second operator)
*> Input:     None
*> Output:    None
       legalHoldScreen.
              perform until not valid-read
                  move "--- Legal Holds ---" to output-buffer
                  perform outputLine
                  move 0 to lgh-list-count
                  open input legal-holds
                  if legal-hold-ok
                      perform until legal-hold-status not = "00"
                          read legal-holds next record
                              at end
                                  exit perform
                              not at end
                                  if lgh-list-count < 50
                                      add 1 to lgh-list-count
                                      move lgh-key to lgh-list-key(lgh-list-count)
                                      perform lghShowRow
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close legal-holds
                  if lgh-list-count = 0
                      move "No legal holds on file." to output-buffer
                      perform outputLine
                  end-if
                  move "[p] Place a hold  [r] Release a hold  [c] Hold report  [q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 'p' or input-buffer(1:1) = 'P'
                          perform lghRequestPlace
                      when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                          perform lghRequestRelease
                      when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                          perform legalHoldReport
                      when input-buffer(1:1) = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: lghShowRow
*> Purpose:   Prints the hold in legal-hold-record as one list line
*> Input:     legal-hold-record, lgh-list-count
*> Output:    None
       lghShowRow.
              evaluate true
                  when lgh-released
                      move "RELEASED" to lgh-state-word
                  when lgh-release-date not = spaces
                  and lgh-release-date < bdt-business-date
                      move "LAPSED" to lgh-state-word
                  when other
                      move "IN FORCE" to lgh-state-word
              end-evaluate
              move lgh-release-date to lgh-until-word
              if lgh-until-word = spaces
                  move "released" to lgh-until-word
              end-if
              move spaces to output-buffer
              string "[" delimited by size
                     function trim(lgh-list-count leading) delimited by size
                     "] " delimited by size
                     function trim(lgh-type trailing) delimited by size
                     " " delimited by size
                     function trim(lgh-subject trailing) delimited by size
                     " - matter " delimited by size
                     function trim(lgh-matter trailing) delimited by size
                     ", until " delimited by size
                     function trim(lgh-until-word trailing) delimited by size
                     " - " delimited by size
                     function trim(lgh-state-word trailing) delimited by size
                     " (placed by " delimited by size
                     function trim(lgh-placed-by trailing) delimited by size
                     ", approved by " delimited by size
                     function trim(lgh-approved-by trailing) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: lghRequestPlace
*> Purpose:   Takes the subject, matter and release date of a new
*>            hold and queues it for a second operator
*> Input:     None (prompts)
*> Output:    None
       lghRequestPlace.
              move spaces to lgh-target-work
              move "Hold [u] a username  [j] a job-key  [c] a company:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'u' or input-buffer(1:1) = 'U'
                      move "USER" to lgh-tw-type
                  when input-buffer(1:1) = 'j' or input-buffer(1:1) = 'J'
                      move "JOB" to lgh-tw-type
                  when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                      move "COMPANY" to lgh-tw-type
                  when other
                      move "Invalid selection." to output-buffer
                      perform outputLine
                      exit paragraph
              end-evaluate

              move "Username, job-key or company name to hold:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move "Nothing entered - no hold requested." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              evaluate lgh-tw-type
                  when "USER"
                      move function trim(input-buffer trailing) to buffer-acct-username
                      perform findAcct
                      if not acct-found
                          move "User not found." to output-buffer
                          perform outputLine
                          exit paragraph
                      end-if
                      move buffer-acct-username to lgh-tw-subject
                  when "JOB"
                      move function trim(input-buffer trailing) to lgh-tw-subject
                      perform lghFindJob
                      if lgh-found-flag not = 'Y'
                          move "No posting, live or archived, has that job-key." to output-buffer
                          perform outputLine
                          exit paragraph
                      end-if
                  when other
                      *> Companies are held under the normalized name the
                      *> postings carry in job-company-key
                      move function upper-case(function trim(input-buffer))
                          to lgh-tw-subject
              end-evaluate

              move "Matter reference:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move "A matter reference is required - no hold requested." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to lgh-tw-matter

              move "Last day of the hold (YYYYMMDD), or Enter to hold until released:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform eclReadDate
              if not ecl-input-ok
                  exit paragraph
              end-if
              if ecl-date-work not = spaces
              and ecl-date-work < bdt-business-date
                  move "That date has already passed - no hold requested." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move ecl-date-work to lgh-tw-release

              move "HOLD-PLACE" to apv-action-buffer
              move lgh-target-work to apv-target-buffer
              perform createPendingApproval
              exit.

*> Paragraph: lghFindJob
*> Purpose:   Is there a live or archived posting with this job-key
*> Input:     lgh-tw-subject
*> Output:    lgh-found-flag
       lghFindJob.
              move 'N' to lgh-found-flag
              open input job-database
              if job-database-ok
                  move lgh-tw-subject to job-key
                  read job-database key is job-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to lgh-found-flag
                  end-read
              end-if
              close job-database
              if lgh-found-flag = 'Y'
                  exit paragraph
              end-if
              open input job-archive
              if job-archive-ok
                  move lgh-tw-subject to jobarc-key
                  read job-archive key is jobarc-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to lgh-found-flag
                  end-read
              end-if
              close job-archive
              exit.

*> Paragraph: lghRequestRelease
*> Purpose:   Queues the release of one listed hold for a second
*>            operator
*> Input:     lgh-list-key, lgh-list-count
*> Output:    None
       lghRequestRelease.
              if lgh-list-count = 0
                  exit paragraph
              end-if
              move "Number of the hold to release:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to lgh-selected
              if lgh-selected < 1 or lgh-selected > lgh-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open input legal-holds
              move lgh-list-key(lgh-selected) to lgh-key
              read legal-holds key is lgh-key
                  invalid key
                      move "RELEASED" to lgh-status
              end-read
              close legal-holds
              if not lgh-active
                  move "That hold is already released." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move spaces to lgh-target-work
              move lgh-type to lgh-tw-type
              move lgh-subject to lgh-tw-subject
              move lgh-matter to lgh-tw-matter
              move "HOLD-RELEASE" to apv-action-buffer
              move lgh-target-work to apv-target-buffer
              perform createPendingApproval
              exit.

*> Paragraph: lghApplyPlace
*> Purpose:   Puts an approved hold on file (a released hold on the
*>            same subject is placed again)
*> Input:     approval-record, operator-id, apv-audit-actor
*> Output:    None
       lghApplyPlace.
              move appr-target to lgh-target-work
              open i-o legal-holds
              if legal-hold-missing
                  open output legal-holds
                  close legal-holds
                  open i-o legal-holds
              end-if
              if not legal-hold-ok
                  move "Unable to open the legal-holds file - the hold was not placed." to output-buffer
                  perform outputLine
                  close legal-holds
                  exit paragraph
              end-if
              move lgh-tw-type to lgh-type
              move lgh-tw-subject to lgh-subject
              read legal-holds key is lgh-key
                  invalid key
                      move "WRITE" to audit-action
                  not invalid key
                      move "REWRITE" to audit-action
              end-read
              move lgh-tw-type to lgh-type
              move lgh-tw-subject to lgh-subject
              move lgh-tw-matter to lgh-matter
              move lgh-tw-release to lgh-release-date
              move "ACTIVE" to lgh-status
              move appr-requested-by to lgh-placed-by
              move operator-id to lgh-approved-by
              move function current-date(1:8) to lgh-placed-date
              move spaces to lgh-released-by
              move spaces to lgh-released-date
              if audit-action = "WRITE"
                  write legal-hold-record
              else
                  rewrite legal-hold-record
              end-if
              if legal-hold-ok
                  move apv-audit-actor to audit-actor
                  move "legal-holds.dat" to audit-file-name
                  move lgh-key to audit-record-key
                  perform recordAuditEvent
                  move "Legal hold placed." to output-buffer
              else
                  move "Could not write the legal hold." to output-buffer
              end-if
              perform outputLine
              close legal-holds
              exit.

*> Paragraph: lghApplyRelease
*> Purpose:   Releases an approved hold
*> Input:     approval-record, operator-id, apv-audit-actor
*> Output:    None
       lghApplyRelease.
              move appr-target to lgh-target-work
              open i-o legal-holds
              if not legal-hold-ok
                  move "The hold is no longer on file." to output-buffer
                  perform outputLine
                  close legal-holds
                  exit paragraph
              end-if
              move lgh-tw-type to lgh-type
              move lgh-tw-subject to lgh-subject
              read legal-holds key is lgh-key
                  invalid key
                      move "The hold is no longer on file." to output-buffer
                      perform outputLine
                      close legal-holds
                      exit paragraph
              end-read
              move "RELEASED" to lgh-status
              move operator-id to lgh-released-by
              move function current-date(1:8) to lgh-released-date
              rewrite legal-hold-record
              move apv-audit-actor to audit-actor
              move "legal-holds.dat" to audit-file-name
              move lgh-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              close legal-holds
              move "Legal hold released." to output-buffer
              perform outputLine
              exit.

*> Paragraph: legalHoldReport
*> Purpose:   Lists the holds in force and how many records each one
*>            is protecting across the live and archive files (batch
*>            job HOLDS, and [c] on the hold screen)
*> Input:     None
*> Output:    lgh-count, lgh-protected-total
       legalHoldReport.
              move "--- Legal Hold Report ---" to output-buffer
              perform outputLine
              move 0 to lgh-protected-total
              perform lghLoadHolds
              if lgh-count = 0
                  move "No legal holds are in force." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform lghCountProtected
              perform varying lgh-rpt-idx from 1 by 1 until lgh-rpt-idx > lgh-count
                  move lgh-t-release(lgh-rpt-idx) to lgh-until-word
                  if lgh-until-word = spaces
                      move "released" to lgh-until-word
                  end-if
                  add lgh-t-protected(lgh-rpt-idx) to lgh-protected-total
                  move spaces to output-buffer
                  string function trim(lgh-t-type(lgh-rpt-idx) trailing) delimited by size
                         " " delimited by size
                         function trim(lgh-t-subject(lgh-rpt-idx) trailing) delimited by size
                         " - matter " delimited by size
                         function trim(lgh-t-matter(lgh-rpt-idx) trailing) delimited by size
                         ", until " delimited by size
                         function trim(lgh-until-word trailing) delimited by size
                         ": " delimited by size
                         function trim(lgh-t-protected(lgh-rpt-idx) leading) delimited by size
                         " record(s) protected" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move spaces to output-buffer
              string function trim(lgh-count leading) delimited by size
                     " hold(s) in force, " delimited by size
                     function trim(lgh-protected-total leading) delimited by size
                     " record(s) protected in all." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: lghCountProtected
*> Purpose:   One pass over each file a hold protects, counting every
*>            record against each hold it falls under
*> Input:     lgh-table
*> Output:    lgh-t-protected
       lghCountProtected.
              *> The held accounts themselves
              perform varying lgh-rpt-idx from 1 by 1 until lgh-rpt-idx > lgh-count
                  if lgh-t-type(lgh-rpt-idx) = "USER"
                      move lgh-t-subject(lgh-rpt-idx) to buffer-acct-username
                      perform findAcct
                      if acct-found
                          add 1 to lgh-t-protected(lgh-rpt-idx)
                      end-if
                  end-if
              end-perform

              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              perform lghCheckJobRecord
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close job-database
              open input job-archive
              if job-archive-ok
                  perform until job-archive-status not = "00"
                      read job-archive next record
                          at end
                              exit perform
                          not at end
                              move jobarc-record to job-record
                              perform lghCheckJobRecord
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close job-archive

              open input application-database
              if application-ok
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              perform lghCheckApplication
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close application-database
              open input application-archive
              if application-archive-ok
                  perform until application-archive-status not = "00"
                              exit perform
                          not at end
                              move apparc-record to application-record
                              perform lghCheckApplication
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close application-archive

              open input message-database
              if message-ok
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              perform lghCheckMessage
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close message-database
              open input message-archive
              if message-archive-ok
                  perform until message-archive-status not = "00"
                      read message-archive next record
                          at end
                              exit perform
                          not at end
                              move msga-record to message-record
                              perform lghCheckMessage
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close message-archive

              open input connection-database
              if connection-ok
                  perform until connection-database-status(1:1) not = "0"
                      read connection-database next record
                          at end
                              exit perform
                          not at end
                              perform lghCheckConnection
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close connection-database

              open input interview-database
              if interview-db-ok
                  perform until interview-database-status not = "00"
                      read interview-database next record
                          at end
                              exit perform
                          not at end
                              perform lghCheckInterview
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close interview-database

              open input offers-database
              if offers-ok
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              perform lghCheckOffer
                              perform lghTallyHits
                      end-read
                  end-perform
              end-if
              close offers-database
              exit.

*> Paragraph: browseAuditTrail
*> Purpose:   Pages through audit-log.dat for the operator, ten lines
*>            at a time, optionally filtered by acting user or by
*>            record key (substring match, same INSPECT TALLYING idiom
*>            as searchByKeyword)
*> Input:     None (prompts for the filter)
*> Output:    None
       browseAuditTrail.
              move "--- Audit Trail ---" to output-buffer
              perform outputLine
              move "[1] Show All  [2] Filter by User  [3] Filter by Record Key  [4] Verify Chain Integrity" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move input-buffer(1:1) to audit-browse-mode
              if audit-browse-mode = '4'
                  perform verifyAuditChain
                  exit paragraph
              end-if
              move spaces to audit-browse-filter
              if audit-browse-mode = '2'
                  move "Username to filter by:" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move function upper-case(function trim(input-buffer trailing)) to audit-browse-filter
              end-if
              if audit-browse-mode = '3'
                  move "Record key (or part of one) to filter by:" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move function trim(input-buffer trailing) to audit-browse-filter
              end-if

              move 0 to audit-shown-count
              move 0 to audit-page-count
              move 'N' to audit-done-flag
              open input audit-log
              if audit-log-status = "00"
                  perform until audit-done-flag = 'Y'
                      read audit-log
                          at end
                              move 'Y' to audit-done-flag
                          not at end
                              *> Split the four fixed fields, then take the
                              *> remainder of the line as the record key (keys
                              *> can embed the "|" delimiter themselves).
                              *> Chained lines carry the digest up front;
                              *> pre-chain lines start at the user.
                              move 1 to audit-split-ptr
                              if audit-log-line(1:18) is numeric
                              and audit-log-line(19:1) = "|"
                                  move 20 to audit-split-ptr
                              end-if
                              unstring audit-log-line delimited by "|"
                                  into audit-split-user
                                       audit-split-stamp
                                       audit-split-file
                                       audit-split-action
                                  with pointer audit-split-ptr
                              end-unstring
                              move spaces to audit-split-key
                              if audit-split-ptr <= 600
                                  move audit-log-line(audit-split-ptr:) to audit-split-key
                              end-if
                              move 1 to substr-count
                              if audit-browse-mode = '2'
                                  if function trim(audit-split-user trailing) not =
                                     function trim(audit-browse-filter trailing)
                                      move 0 to substr-count
                                  end-if
                              end-if
                              if audit-browse-mode = '3'
                                  move 0 to substr-count
                                  inspect function trim(audit-split-key trailing)
                                      tallying substr-count for all function trim(audit-browse-filter trailing)
                              end-if
                              if substr-count > 0
                                  add 1 to audit-shown-count
                                  add 1 to audit-page-count
                                  move spaces to output-buffer
                                  string audit-split-stamp(1:8) delimited by size
                                         " " delimited by size
                                         audit-split-stamp(9:6) delimited by size
                                         "  " delimited by size
                                         function trim(audit-split-action trailing) delimited by size
                                         "  " delimited by size
                                         function trim(audit-split-file trailing) delimited by size
                                         "  " delimited by size
                                         function trim(audit-split-key trailing) delimited by size
                                         "  by " delimited by size
                                         function trim(audit-split-user trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                                  if audit-page-count >= 10
                                      move "[n] Next Page  [q] Stop" to output-buffer
                                      perform outputLine
                                      move "> " to input-prompt
                                      perform readInputLine
                                      if input-buffer(1:1) = 'q' or not valid-read
                                          move 'Y' to audit-done-flag
                                      end-if
                                      move 0 to audit-page-count
                                  end-if
                              end-if
                      end-read
                  end-perform
                  close audit-log
              end-if

              if audit-shown-count = 0
                  move "No audit trail entries matched." to output-buffer
                  perform outputLine
              else
                  move spaces to output-buffer
                  string "Entries shown: " delimited by size
                         function trim(audit-shown-count leading) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: writeResumeLine
*> Purpose:   Writes resume-line-buffer to the open resume document
*>            and clears it, the way outputLine does for the screen
*> Input:     resume-line-buffer
*> Output:    None
       writeResumeLine.
              move resume-line-buffer to resume-doc-line
              write resume-doc-line
              move spaces to resume-line-buffer
              exit.

*>*******************************************************************
*> Generate Resume - formats the profile the system already holds
*> (name, university, major, graduation year, about-me, experience,
*> education, references, completed skills) into a clean sectioned
*> document written to resume-<username>.txt, so students stop
*> re-typing data the platform has on file
*>*******************************************************************
       generateResume.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move spaces to resume-doc-filename
              move current-user to buffer-acct-username
              perform findAcct
              if not acct-found or not profile-exists
                  move "Create your profile first - the resume is built from it." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move spaces to resume-doc-filename
              string "resume-" delimited by size
                     function trim(current-user trailing) delimited by size
                     ".txt" delimited by size
                     into resume-doc-filename
              end-string

              open output resume-doc
              if resume-doc-status not = "00"
                  move "Unable to create the resume document." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move spaces to resume-line-buffer
              string function trim(profile-first-name trailing) delimited by size
                     " " delimited by size
                     function trim(profile-last-name trailing) delimited by size
                     into resume-line-buffer
              end-string
              perform writeResumeLine
              move spaces to resume-line-buffer
              string function trim(profile-major trailing) delimited by size
                     ", " delimited by size
                     function trim(profile-university trailing) delimited by size
                     ", Class of " delimited by size
                     profile-graduation-year delimited by size
                     into resume-line-buffer
              end-string
              perform writeResumeLine
              move "==================================================" to resume-line-buffer
              perform writeResumeLine

              if function trim(profile-about-me trailing) not = spaces
                  move "SUMMARY" to resume-line-buffer
                  perform writeResumeLine
                  move profile-about-me to resume-line-buffer
                  perform writeResumeLine
                  move spaces to resume-line-buffer
                  perform writeResumeLine
              end-if

              move "EXPERIENCE" to resume-line-buffer
              perform writeResumeLine
              perform varying profile-counter from 1 by 1 until profile-counter > 3
                  if function trim(exp-title(profile-counter) trailing) not = spaces
                      move spaces to resume-line-buffer
                      string "  " delimited by size
                             function trim(exp-title(profile-counter) trailing) delimited by size
                             " - " delimited by size
                             function trim(exp-company(profile-counter) trailing) delimited by size
                             " (" delimited by size
                             function trim(exp-dates(profile-counter) trailing) delimited by size
                             ")" delimited by size
                             into resume-line-buffer
                      end-string
                      perform writeResumeLine
                      if function trim(exp-description(profile-counter) trailing) not = spaces
                          move spaces to resume-line-buffer
                          string "    " delimited by size
                                 function trim(exp-description(profile-counter) trailing) delimited by size
                                 into resume-line-buffer
                          end-string
                          perform writeResumeLine
                      end-if
                  end-if
              end-perform
              move spaces to resume-line-buffer
              perform writeResumeLine

              move "EDUCATION" to resume-line-buffer
              perform writeResumeLine
              perform varying profile-counter from 1 by 1 until profile-counter > 3
                  if function trim(edu-degree(profile-counter) trailing) not = spaces
                      move spaces to resume-line-buffer
                      string "  " delimited by size
                             function trim(edu-degree(profile-counter) trailing) delimited by size
                             ", " delimited by size
                             function trim(edu-university(profile-counter) trailing) delimited by size
                             " (" delimited by size
                             function trim(edu-years(profile-counter) trailing) delimited by size
                             ")" delimited by size
                             into resume-line-buffer
                      end-string
                      perform writeResumeLine
                  end-if
              end-perform
              move spaces to resume-line-buffer
              perform writeResumeLine

              move "SKILLS" to resume-line-buffer
              perform writeResumeLine
              move current-user to usk-lookup-user
              perform loadUserCompletions
              move 'Y' to scat-retired-flag
              perform loadSkillCatalog
              move 'N' to scat-retired-flag
              perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                  move scat-id(scat-idx) to scat-lookup-skill
                  perform findUserCompletion
                  if usk-found
                      move scat-id(scat-idx) to skill-lookup-id
                      move spaces to resume-line-buffer
                      string "  - " delimited by size
                             function trim(scat-title(scat-idx) trailing) delimited by size
                             into resume-line-buffer
                      end-string
                      *> A verifiable certificate beats a bare claim
                      move current-user to cert-lookup-user
                      move skill-lookup-id to cert-lookup-skill
                      perform findCertificateForUserSkill
                      if certificate-on-file
                          string function trim(resume-line-buffer trailing) delimited by size
                                 " (Certificate " delimited by size
                                 cert-serial-buffer delimited by size
                                 ")" delimited by size
                                 into resume-line-buffer
                          end-string
                      end-if
                      perform writeResumeLine
                  end-if
              end-perform
              move spaces to resume-line-buffer
              perform writeResumeLine

              move "REFERENCES / CERTIFICATIONS" to resume-line-buffer
              perform writeResumeLine
              perform varying profile-counter from 1 by 1 until profile-counter > 3
                  if function trim(ref-name(profile-counter) trailing) not = spaces
                      move spaces to resume-line-buffer
                      string "  " delimited by size
                             function trim(ref-name(profile-counter) trailing) delimited by size
                             ", " delimited by size
                             function trim(ref-organization(profile-counter) trailing) delimited by size
                             " (" delimited by size
                             function trim(ref-detail(profile-counter) trailing) delimited by size
                             ")" delimited by size
                             into resume-line-buffer
                      end-string
                      perform writeResumeLine
                  end-if
              end-perform

              close resume-doc
              move spaces to output-buffer
              string "Resume written to " delimited by size
                     function trim(resume-doc-filename trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Reference-letter workflow - the three profile-references finally
*> do something: the student sends a real letter request through the
*> mail spool, tracks its status, stores the received letter text,
*> and can attach it when applying to a posting that asks for one
*>*******************************************************************
       referenceLetterMenu.
              perform until not valid-read
                  move "--- Reference Letters ---" to output-buffer
                  perform outputLine
                  move 0 to rlt-list-count
                  open input ref-letters
                  if ref-letters-ok
                      perform until ref-letters-status not = "00"
                          read ref-letters next record
                              at end
                                  exit perform
                              not at end
                                  if function trim(refltr-student trailing) = function trim(current-user trailing)
                                  and rlt-list-count < 20
                                      add 1 to rlt-list-count
                                      move refltr-key to rlt-list-key-entry(rlt-list-count)
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(rlt-list-count leading) delimited by size
                                             "] " delimited by size
                                             function trim(refltr-ref-name trailing) delimited by size
                                             " (" delimited by size
                                             function trim(refltr-status trailing) delimited by size
                                             ", requested " delimited by size
                                             refltr-request-date delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close ref-letters

                  if rlt-list-count = 0
                      move "No letter requests yet." to output-buffer
                      perform outputLine
                  end-if
                  move "[r] Request a letter  [m] Mark one received  [d] Mark one declined  [v] View a letter  [q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = 'r' or menu-choice = 'R'
                          perform requestReferenceLetter
                      when menu-choice = 'm' or menu-choice = 'M'
                          perform recordReferenceLetterReply
                      when menu-choice = 'd' or menu-choice = 'D'
                          perform declineReferenceLetter
                      when menu-choice = 'v' or menu-choice = 'V'
                          perform viewReferenceLetter
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: requestReferenceLetter
*> Purpose:   Picks one of the profile's reference entries and spools
*>            a letter request to their contact address
*> Input:     current-user (profile reloaded here)
*> Output:    None
       requestReferenceLetter.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move current-user to buffer-acct-username
              perform findAcct
              if not acct-found
                  exit paragraph
              end-if
              move "Your references on file:" to output-buffer
              perform outputLine
              perform varying profile-counter from 1 by 1 until profile-counter > 3
                  if function trim(ref-name(profile-counter) trailing) not = spaces
                      move spaces to output-buffer
                      string "[" delimited by size
                             profile-counter delimited by size
                             "] " delimited by size
                             function trim(ref-name(profile-counter) trailing) delimited by size
                             " (" delimited by size
                             function trim(ref-organization(profile-counter) trailing) delimited by size
                             ")" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
              end-perform
              move "Which reference (1-3, q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer(1:1) < '1' or input-buffer(1:1) > '3'
                  exit paragraph
              end-if
              move input-buffer(1:1) to rlt-ref-pick
              if function trim(ref-name(rlt-ref-pick) trailing) = spaces
                  move "That reference slot is empty - add them on your profile first." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> The contact address rides in "|"-delimited spool lines
              move 'N' to validate-text-flag
              perform with test after until validate-text-ok or not valid-read
                  move "Contact address to send the request to: " to input-prompt
                  perform readInputLine
                  move input-buffer to validate-text-buffer
                  move 100 to validate-max-len
                  perform validateFreeText
                  if not validate-text-ok
                      move "Entries may not contain '|' or exceed the field length." to output-buffer
                      perform outputLine
                  end-if
              end-perform

              open i-o ref-letters
              if ref-letters-file-missing
                  open output ref-letters
                  close ref-letters
                  open i-o ref-letters
              end-if
              if not ref-letters-ok
                  move "Unable to open the reference-letter file." to output-buffer
                  perform outputLine
                  close ref-letters
                  exit paragraph
              end-if

              initialize refletter-record
              move spaces to refltr-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(ref-name(rlt-ref-pick) trailing) delimited by size
                     into refltr-key
              end-string
              move current-user to refltr-student
              move ref-name(rlt-ref-pick) to refltr-ref-name
              move function trim(input-buffer trailing) to refltr-contact
              move "REQUESTED" to refltr-status
              move function current-date(1:8) to refltr-request-date
              write refletter-record
              if not ref-letters-ok
                  move "You have already asked that reference for a letter." to output-buffer
                  perform outputLine
                  close ref-letters
                  exit paragraph
              end-if
              close ref-letters
              move current-user to audit-actor
              move "ref-letters.dat" to audit-file-name
              move refltr-key to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent

              *> Spool the actual request to the reference's address
              move refltr-contact to spool-contact-override
              move refltr-ref-name to message-recipient-buffer
              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " is applying for positions through inCollege and asks you for a letter of reference. Please reply to career services." delimited by size
                     into message-content-buffer
              end-string
              move "Reference letter request" to message-spool-subject
              perform queueMailSpool
              move spaces to message-spool-subject
              move "Letter request sent." to output-buffer
              perform outputLine
              exit.

*> Paragraph: recordReferenceLetterReply
*> Purpose:   Marks a request RECEIVED and stores the letter text that
*>            came back off-platform
*> Input:     rlt-list-* (from the menu listing)
*> Output:    None
       recordReferenceLetterReply.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Number of the request that was answered:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to rlt-selected-index
              if rlt-selected-index < 1 or rlt-selected-index > rlt-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open i-o ref-letters
              if not ref-letters-ok
                  close ref-letters
                  exit paragraph
              end-if
              move rlt-list-key-entry(rlt-selected-index) to refltr-key
              read ref-letters
                  key is refltr-key
                  invalid key
                      move "That request is no longer on file." to output-buffer
                      perform outputLine
                      close ref-letters
                      exit paragraph
              end-read
              move "Paste the letter text: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to refltr-letter-text
              move "RECEIVED" to refltr-status
              move function current-date(1:8) to refltr-received-date
              rewrite refletter-record
              close ref-letters
              move current-user to audit-actor
              move "ref-letters.dat" to audit-file-name
              move refltr-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              move "Letter recorded - you can attach it when a posting asks for one." to output-buffer
              perform outputLine
              exit.

*> Paragraph: declineReferenceLetter
*> Purpose:   Marks a request DECLINED so the student stops waiting
*> Input:     rlt-list-* (from the menu listing)
*> Output:    None
       declineReferenceLetter.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Number of the request that was declined:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to rlt-selected-index
              if rlt-selected-index < 1 or rlt-selected-index > rlt-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open i-o ref-letters
              if not ref-letters-ok
                  close ref-letters
                  exit paragraph
              end-if
              move rlt-list-key-entry(rlt-selected-index) to refltr-key
              read ref-letters
                  key is refltr-key
                  invalid key
                      move "That request is no longer on file." to output-buffer
                      perform outputLine
                      close ref-letters
                      exit paragraph
              end-read
              move "DECLINED" to refltr-status
              rewrite refletter-record
              close ref-letters
              move current-user to audit-actor
              move "ref-letters.dat" to audit-file-name
              move refltr-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              move "Request marked declined." to output-buffer
              perform outputLine
              exit.

*> Paragraph: viewReferenceLetter
*> Purpose:   Displays the stored text of a received letter
*> Input:     rlt-list-* (from the menu listing)
*> Output:    None
       viewReferenceLetter.
              move "Number of the letter to view:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to rlt-selected-index
              if rlt-selected-index < 1 or rlt-selected-index > rlt-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open input ref-letters
              if not ref-letters-ok
                  close ref-letters
                  exit paragraph
              end-if
              move rlt-list-key-entry(rlt-selected-index) to refltr-key
              read ref-letters
                  key is refltr-key
                  invalid key
                      move "That request is no longer on file." to output-buffer
                      perform outputLine
                      close ref-letters
                      exit paragraph
              end-read
              close ref-letters
              if refltr-received
                  move spaces to output-buffer
                  string "--- Letter from " delimited by size
                         function trim(refltr-ref-name trailing) delimited by size
                         " (received " delimited by size
                         refltr-received-date delimited by size
                         ") ---" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move refltr-letter-text(1:150) to output-buffer
                  perform outputLine
                  if function trim(refltr-letter-text(151:) trailing) not = spaces
                      move refltr-letter-text(151:150) to output-buffer
                      perform outputLine
                  end-if
              else
                  move "No letter has been received for that request yet." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: attachReferenceLetter
*> Purpose:   Offers the applicant their RECEIVED reference letters
*>            when the posting asks for one, folding the chosen letter
*>            into the application's resume/cover-letter text
*> Input:     current-user, application-resume-text (being built)
*> Output:    application-resume-text extended
       attachReferenceLetter.
              move "This employer asks for a reference letter." to output-buffer
              perform outputLine
              move 0 to rlt-received-count
              move 0 to rlt-list-count
              open input ref-letters
              if ref-letters-ok
                  perform until ref-letters-status not = "00"
                      read ref-letters next record
                          at end
                              exit perform
                          not at end
                              if function trim(refltr-student trailing) = function trim(current-user trailing)
                              and refltr-received
                              and rlt-list-count < 20
                                  add 1 to rlt-list-count
                                  add 1 to rlt-received-count
                                  move refltr-key to rlt-list-key-entry(rlt-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(rlt-list-count leading) delimited by size
                                         "] Letter from " delimited by size
                                         function trim(refltr-ref-name trailing) delimited by size
                                         " (received " delimited by size
                                         refltr-received-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                      end-read
                  end-perform
              end-if
              close ref-letters

              if rlt-received-count = 0
                  move "You have no received letters on file - the application goes in without one." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Enter number to attach a letter (blank to skip):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to rlt-selected-index
              if rlt-selected-index < 1 or rlt-selected-index > rlt-list-count
                  exit paragraph
              end-if

              open input ref-letters
              if ref-letters-ok
                  move rlt-list-key-entry(rlt-selected-index) to refltr-key
                  read ref-letters
                      key is refltr-key
                      invalid key
                          continue
                      not invalid key
                          string function trim(application-resume-text trailing) delimited by size
                                 " | Reference letter from " delimited by size
                                 function trim(refltr-ref-name trailing) delimited by size
                                 " (received " delimited by size
                                 refltr-received-date delimited by size
                                 "): " delimited by size
                                 function trim(refltr-letter-text trailing) delimited by size
                                 into application-resume-text
                          end-string
                          move "Letter attached." to output-buffer
                          perform outputLine
                  end-read
              end-if
              close ref-letters
              exit.

*> Paragraph: writeCalendarLine
*> Purpose:   Writes cal-line-buffer to the open calendar document and
*>            clears it, the way writeResumeLine does for the resume
*> Input:     cal-line-buffer
*> Output:    None
       writeCalendarLine.
              move cal-line-buffer to calendar-doc-line
              write calendar-doc-line
              move spaces to cal-line-buffer
              exit.

*>*******************************************************************
*> Calendar export - writes calendar-<username>.ics the way
*> generateResume writes resume-doc: one VEVENT per CONFIRMED
*> interview slot, per RSVPed event, per booked advising appointment
*> and per pending offer's response deadline, so "it was only in
*> inCollege" stops costing interviews
*>*******************************************************************
       generateCalendarExport.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move spaces to calendar-doc-filename
              string "calendar-" delimited by size
                     function trim(current-user trailing) delimited by size
                     ".ics" delimited by size
                     into calendar-doc-filename
              end-string

              open output calendar-doc
              if calendar-doc-status not = "00"
                  move "Unable to create the calendar file." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move 0 to cal-event-count

              move "BEGIN:VCALENDAR" to cal-line-buffer
              perform writeCalendarLine
              move "VERSION:2.0" to cal-line-buffer
              perform writeCalendarLine
              move "PRODID:-//inCollege//Career Services//EN" to cal-line-buffer
              perform writeCalendarLine

              *> Confirmed interviews - the chosen slot is
              *> "YYYYMMDD HHMM", folded to YYYYMMDDTHHMM00
              open input interview-database
              if interview-db-ok
                  perform until interview-database-status not = "00"
                      read interview-database next record
                          at end
                              exit perform
                          not at end
                              if interview-confirmed
                              and (function trim(interview-applicant trailing) = function trim(current-user trailing)
                                   or function trim(interview-employer trailing) = function trim(current-user trailing))
                                  evaluate interview-chosen-slot
                                      when 1
                                          move interview-slot-1 to cal-slot-work
                                      when 2
                                          move interview-slot-2 to cal-slot-work
                                      when 3
                                          move interview-slot-3 to cal-slot-work
                                      when other
                                          move spaces to cal-slot-work
                                  end-evaluate
                                  if cal-slot-work(1:8) is numeric
                                      move spaces to cal-dtstart
                                      string cal-slot-work(1:8) delimited by size
                                             "T" delimited by size
                                             cal-slot-work(10:4) delimited by size
                                             "00" delimited by size
                                             into cal-dtstart
                                      end-string
                                      add 1 to cal-event-count
                                      move "BEGIN:VEVENT" to cal-line-buffer
                                      perform writeCalendarLine
                                      move spaces to cal-line-buffer
                                      string "UID:interview-" delimited by size
                                             function trim(cal-event-count leading) delimited by size
                                             "@incollege" delimited by size
                                             into cal-line-buffer
                                      end-string
                                      perform writeCalendarLine
                                      move spaces to cal-line-buffer
                                      string "DTSTART:" delimited by size
                                             function trim(cal-dtstart trailing) delimited by size
                                             into cal-line-buffer
                                      end-string
                                      perform writeCalendarLine
                                      move spaces to cal-line-buffer
                                      if function trim(interview-applicant trailing) = function trim(current-user trailing)
                                          string "SUMMARY:Interview: " delimited by size
                                                 function trim(interview-job-title trailing) delimited by size
                                                 " with " delimited by size
                                                 function trim(interview-employer trailing) delimited by size
                                                 into cal-line-buffer
                                          end-string
                                      else
                                          string "SUMMARY:Interview: " delimited by size
                                                 function trim(interview-job-title trailing) delimited by size
                                                 " with " delimited by size
                                                 function trim(interview-applicant trailing) delimited by size
                                                 into cal-line-buffer
                                          end-string
                                      end-if
                                      perform writeCalendarLine
                                      move "END:VEVENT" to cal-line-buffer
                                      perform writeCalendarLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close interview-database

              *> RSVPed events, joined to events-database for the date
              open input event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if function trim(rsvp-username trailing) = function trim(current-user trailing)
                                  move rsvp-event-key to event-key-buffer
                                  perform calWriteEventEntry
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps

              *> Booked advising appointments, for the student and
              *> for the advisor
              open input appointments
              if appointment-ok
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              if apt-booked
                              and (apt-student = current-user or apt-advisor = current-user)
                              and apt-start is numeric
                                  add 1 to cal-event-count
                                  move "BEGIN:VEVENT" to cal-line-buffer
                                  perform writeCalendarLine
                                  move spaces to cal-line-buffer
                                  string "UID:advising-" delimited by size
                                         function trim(cal-event-count leading) delimited by size
                                         "@incollege" delimited by size
                                         into cal-line-buffer
                                  end-string
                                  perform writeCalendarLine
                                  move spaces to cal-line-buffer
                                  string "DTSTART:" delimited by size
                                         apt-start(1:8) delimited by size
                                         "T" delimited by size
                                         apt-start(9:4) delimited by size
                                         "00" delimited by size
                                         into cal-line-buffer
                                  end-string
                                  perform writeCalendarLine
                                  move apt-duration to appt-dur-disp
                                  move spaces to cal-line-buffer
                                  string "DURATION:PT" delimited by size
                                         function trim(appt-dur-disp leading) delimited by size
                                         "M" delimited by size
                                         into cal-line-buffer
                                  end-string
                                  perform writeCalendarLine
                                  move spaces to cal-line-buffer
                                  if apt-student = current-user
                                      string "SUMMARY:Advising appointment with " delimited by size
                                             function trim(apt-advisor trailing) delimited by size
                                             into cal-line-buffer
                                      end-string
                                  else
                                      string "SUMMARY:Advising: " delimited by size
                                             function trim(apt-student trailing) delimited by size
                                             " - " delimited by size
                                             function trim(apt-reason trailing) delimited by size
                                             into cal-line-buffer
                                      end-string
                                  end-if
                                  perform writeCalendarLine
                                  move spaces to cal-line-buffer
                                  string "LOCATION:" delimited by size
                                         function trim(apt-location trailing) delimited by size
                                         into cal-line-buffer
                                  end-string
                                  perform writeCalendarLine
                                  move "END:VEVENT" to cal-line-buffer
                                  perform writeCalendarLine
                              end-if
                      end-read
                  end-perform
              end-if
              close appointments

              *> Pending offers - the response deadline is the date
              *> nobody should miss
              open input offers-database
              if offers-ok
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              if offer-pending
                              and function trim(offer-username trailing) = function trim(current-user trailing)
                              and offer-deadline is numeric
                                  add 1 to cal-event-count
                                  move "BEGIN:VEVENT" to cal-line-buffer
                                  perform writeCalendarLine
                                  move spaces to cal-line-buffer
                                  string "UID:offer-" delimited by size
                                         function trim(cal-event-count leading) delimited by size
                                         "@incollege" delimited by size
                                         into cal-line-buffer
                                  end-string
                                  perform writeCalendarLine
                                  move spaces to cal-line-buffer
                                  string "DTSTART;VALUE=DATE:" delimited by size
                                         offer-deadline delimited by size
                                         into cal-line-buffer
                                  end-string
                                  perform writeCalendarLine
                                  move spaces to cal-line-buffer
                                  string "SUMMARY:Offer response deadline: " delimited by size
                                         function trim(offer-job-title trailing) delimited by size
                                         " at " delimited by size
                                         function trim(offer-employer trailing) delimited by size
                                         into cal-line-buffer
                                  end-string
                                  perform writeCalendarLine
                                  move "END:VEVENT" to cal-line-buffer
                                  perform writeCalendarLine
                              end-if
                      end-read
                  end-perform
              end-if
              close offers-database

              move "END:VCALENDAR" to cal-line-buffer
              perform writeCalendarLine
              close calendar-doc

              move spaces to output-buffer
              string "Calendar written to " delimited by size
                     function trim(calendar-doc-filename trailing) delimited by size
                     " (" delimited by size
                     function trim(cal-event-count leading) delimited by size
                     " entrie(s))" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: calWriteEventEntry
*> Purpose:   Writes one all-day VEVENT for the RSVPed event in
*>            event-key-buffer (skipped when the event is gone)
*> Input:     event-key-buffer, calendar-doc open for output
*> Output:    cal-event-count incremented on a write
       calWriteEventEntry.
              open input events-database
              if events-ok
                  move function trim(event-key-buffer trailing) to event-key
                  read events-database
                      key is event-key
                      invalid key
                          close events-database
                          exit paragraph
                  end-read
              else
                  close events-database
                  exit paragraph
              end-if
              close events-database
              if event-date is not numeric
                  exit paragraph
              end-if

              add 1 to cal-event-count
              move "BEGIN:VEVENT" to cal-line-buffer
              perform writeCalendarLine
              move spaces to cal-line-buffer
              string "UID:event-" delimited by size
                     function trim(cal-event-count leading) delimited by size
                     "@incollege" delimited by size
                     into cal-line-buffer
              end-string
              perform writeCalendarLine
              move spaces to cal-line-buffer
              string "DTSTART;VALUE=DATE:" delimited by size
                     event-date delimited by size
                     into cal-line-buffer
              end-string
              perform writeCalendarLine
              move spaces to cal-line-buffer
              string "SUMMARY:" delimited by size
                     function trim(event-title trailing) delimited by size
                     into cal-line-buffer
              end-string
              perform writeCalendarLine
              if function trim(event-location trailing) not = spaces
                  move spaces to cal-line-buffer
                  string "LOCATION:" delimited by size
                         function trim(event-location trailing) delimited by size
                         into cal-line-buffer
                  end-string
                  perform writeCalendarLine
              end-if
              move "END:VEVENT" to cal-line-buffer
              perform writeCalendarLine
              exit.

*> Paragraph: writeMyDataLine
*> Purpose:   Writes sar-line-buffer to the open export document and
*>            clears it, the way writeResumeLine does for the resume
       writeMyDataLine.
              move sar-line-buffer to mydata-doc-line
              write mydata-doc-line
              move spaces to sar-line-buffer
              exit.

*> Paragraph: writeMyDataHeading
*> Purpose:   Writes one section heading into the export
*> Input:     sar-line-buffer holds the heading text
       writeMyDataHeading.
              move spaces to mydata-doc-line
              write mydata-doc-line
              perform writeMyDataLine
              move "--------------------------------------------------" to sar-line-buffer
              perform writeMyDataLine
              exit.

*>*******************************************************************
*> Subject-access export - writes mydata-<username>.txt the way
*> generateResume writes resume-doc: one readable document holding
*> everything the system keeps about the signed-in user, section by
*> section over the same files the deletion purge covers. The step
*> the privacy office used to assemble by hand.
*>*******************************************************************
       generateMyDataExport.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move current-user to buffer-acct-username
              perform findAcct
              if not acct-found
                  move "Your account record could not be read." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move spaces to mydata-doc-filename
              string "mydata-" delimited by size
                     function trim(current-user trailing) delimited by size
                     ".txt" delimited by size
                     into mydata-doc-filename
              end-string
              open output mydata-doc
              if mydata-doc-status not = "00"
                  move "Unable to create the export document." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move spaces to sar-line-buffer
              string "EVERYTHING inCollege HOLDS ABOUT " delimited by size
                     function trim(current-user trailing) delimited by size
                     "  (exported " delimited by size
                     function current-date(1:8) delimited by size
                     ")" delimited by size
                     into sar-line-buffer
              end-string
              perform writeMyDataLine

              perform myDataProfileSection
              perform myDataNetworkSection
              perform myDataMessagesSection
              perform myDataJobsSection
              perform myDataEventsSection
              perform myDataLogsSection

              move spaces to sar-line-buffer
              move "*** END OF EXPORT ***" to sar-line-buffer
              perform writeMyDataLine
              close mydata-doc

              move spaces to output-buffer
              string "Export written to " delimited by size
                     function trim(mydata-doc-filename trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: myDataProfileSection
*> Purpose:   Account, profile, certificates and preferences
       myDataProfileSection.
              move "ACCOUNT AND PROFILE" to sar-line-buffer
              perform writeMyDataHeading
              move current-user to buffer-acct-username
              perform findAcct
              move spaces to sar-line-buffer
              string "Username: " delimited by size
                     function trim(acct-username trailing) delimited by size
                     "   Role: " delimited by size
                     function trim(acct-type trailing) delimited by size
                     "   Created: " delimited by size
                     acct-created-date delimited by size
                     "   Last sign-in: " delimited by size
                     acct-last-login(1:8) delimited by size
                     into sar-line-buffer
              end-string
              perform writeMyDataLine
              move spaces to sar-line-buffer
              string "Name: " delimited by size
                     function trim(profile-first-name trailing) delimited by size
                     " " delimited by size
                     function trim(profile-last-name trailing) delimited by size
                     "   University: " delimited by size
                     function trim(profile-university trailing) delimited by size
                     into sar-line-buffer
              end-string
              perform writeMyDataLine
              move spaces to sar-line-buffer
              string "Major: " delimited by size
                     function trim(profile-major trailing) delimited by size
                     "   Class of " delimited by size
                     profile-graduation-year delimited by size
                     "   Status: " delimited by size
                     function trim(profile-status trailing) delimited by size
                     "   Visibility: " delimited by size
                     function trim(profile-visibility trailing) delimited by size
                     into sar-line-buffer
              end-string
              perform writeMyDataLine
              if profile-work-authorization not = spaces
                  move spaces to sar-line-buffer
                  string "Work authorization: " delimited by size
                         function trim(profile-work-authorization trailing) delimited by size
                         into sar-line-buffer
                  end-string
                  perform writeMyDataLine
              end-if
              if function trim(profile-contact-email trailing) not = spaces
                  move spaces to sar-line-buffer
                  string "Contact email: " delimited by size
                         function trim(profile-contact-email trailing) delimited by size
                         into sar-line-buffer
                  end-string
                  perform writeMyDataLine
              end-if
              if function trim(profile-about-me trailing) not = spaces
                  move spaces to sar-line-buffer
                  string "About: " delimited by size
                         function trim(profile-about-me trailing) delimited by size
                         into sar-line-buffer
                  end-string
                  perform writeMyDataLine
              end-if
              perform varying profile-counter from 1 by 1 until profile-counter > 3
                  if function trim(exp-title(profile-counter) trailing) not = spaces
                      move spaces to sar-line-buffer
                      string "Experience: " delimited by size
                             function trim(exp-title(profile-counter) trailing) delimited by size
                             " at " delimited by size
                             function trim(exp-company(profile-counter) trailing) delimited by size
                             " (" delimited by size
                             function trim(exp-dates(profile-counter) trailing) delimited by size
                             ")" delimited by size
                             into sar-line-buffer
                      end-string
                      perform writeMyDataLine
                  end-if
                  if function trim(edu-degree(profile-counter) trailing) not = spaces
                      move spaces to sar-line-buffer
                      string "Education: " delimited by size
                             function trim(edu-degree(profile-counter) trailing) delimited by size
                             ", " delimited by size
                             function trim(edu-university(profile-counter) trailing) delimited by size
                             into sar-line-buffer
                      end-string
                      perform writeMyDataLine
                  end-if
                  if function trim(ref-name(profile-counter) trailing) not = spaces
                      move spaces to sar-line-buffer
                      string "Reference: " delimited by size
                             function trim(ref-name(profile-counter) trailing) delimited by size
                             " (" delimited by size
                             function trim(ref-organization(profile-counter) trailing) delimited by size
                             ")" delimited by size
                             into sar-line-buffer
                      end-string
                      perform writeMyDataLine
                  end-if
              end-perform

              *> Certificates issued to the account
              open input certificates
              if certificates-ok
                  perform until certificates-status not = "00"
                      read certificates next record
                          at end
                              exit perform
                          not at end
                              if function trim(cert-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Certificate " delimited by size
                                         cert-serial delimited by size
                                         " for skill " delimited by size
                                         cert-skill-id delimited by size
                                         " issued " delimited by size
                                         cert-issue-date delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close certificates

              *> Graded skill assessment attempts
              open input skill-attempts
              if skill-attempts-ok
                  move current-user to ska-username
                  move spaces to ska-skill-id
                  move 0 to ska-attempt-no
                  start skill-attempts key is not less than ska-key
                      invalid key
                          continue
                  end-start
                  perform until skill-attempts-status not = "00"
                      read skill-attempts next record
                          at end
                              exit perform
                          not at end
                              if ska-username not = current-user
                                  exit perform
                              end-if
                              move spaces to sar-line-buffer
                              string "Skill assessment: skill " delimited by size
                                     ska-skill-id delimited by size
                                     " attempt " delimited by size
                                     function trim(ska-attempt-no leading) delimited by size
                                     " on " delimited by size
                                     ska-attempt-date delimited by size
                                     " scored " delimited by size
                                     function trim(ska-score leading) delimited by size
                                     "% (" delimited by size
                                     ska-result delimited by size
                                     ")" delimited by size
                                     into sar-line-buffer
                              end-string
                              perform writeMyDataLine
                      end-read
                  end-perform
              end-if
              close skill-attempts

              *> Skills completed
              open input skill-completions
              if skill-completions-ok
                  move current-user to skc-username
                  move spaces to skc-skill-id
                  start skill-completions key is not less than skc-key
                      invalid key
                          continue
                  end-start
                  perform until skill-completions-status not = "00"
                      read skill-completions next record
                          at end
                              exit perform
                          not at end
                              if skc-username not = current-user
                                  exit perform
                              end-if
                              move spaces to sar-line-buffer
                              string "Skill completed: skill " delimited by size
                                     skc-skill-id delimited by size
                                     " on " delimited by size
                                     skc-completed-date delimited by size
                                     " score " delimited by size
                                     function trim(skc-score leading) delimited by size
                                     "%" delimited by size
                                     into sar-line-buffer
                              end-string
                              perform writeMyDataLine
                      end-read
                  end-perform
              end-if
              close skill-completions

              *> Hiring-pipeline moves on the user's applications (the
              *> application key opens with "username|")
              move spaces to pipe-prefix
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     into pipe-prefix
              end-string
              compute pipe-prefix-len =
                  function length(function trim(current-user trailing)) + 1
              open input stage-history
              if stage-history-ok
                  move pipe-prefix to sth-app-key
                  move 0 to sth-seq
                  start stage-history key is not less than sth-key
                      invalid key
                          continue
                  end-start
                  perform until stage-history-status not = "00"
                      read stage-history next record
                          at end
                              exit perform
                          not at end
                              if sth-app-key(1:pipe-prefix-len) not = pipe-prefix(1:pipe-prefix-len)
                                  exit perform
                              end-if
                              move spaces to sar-line-buffer
                              string "Hiring stage: " delimited by size
                                     function trim(sth-app-key trailing) delimited by size
                                     " moved from " delimited by size
                                     function trim(sth-from-stage trailing) delimited by size
                                     " to " delimited by size
                                     function trim(sth-to-stage trailing) delimited by size
                                     " on " delimited by size
                                     sth-date delimited by size
                                     into sar-line-buffer
                              end-string
                              perform writeMyDataLine
                      end-read
                  end-perform
              end-if
              close stage-history

              *> Close-out notices on the user's applications
              open input closeout-notices
              if closeout-ok
                  move pipe-prefix to cno-app-key
                  start closeout-notices key is not less than cno-app-key
                      invalid key
                          continue
                  end-start
                  perform until closeout-status not = "00"
                      read closeout-notices next record
                          at end
                              exit perform
                          not at end
                              if cno-app-key(1:pipe-prefix-len) not = pipe-prefix(1:pipe-prefix-len)
                                  exit perform
                              end-if
                              move spaces to sar-line-buffer
                              string "Close-out: " delimited by size
                                     function trim(cno-job-title trailing) delimited by size
                                     " closed " delimited by size
                                     function trim(cno-reason trailing) delimited by size
                                     " on " delimited by size
                                     cno-queued-date delimited by size
                                     ", notice " delimited by size
                                     function trim(cno-state trailing) delimited by size
                                     into sar-line-buffer
                              end-string
                              perform writeMyDataLine
                      end-read
                  end-perform
              end-if
              close closeout-notices

              *> Invitations to apply received from employers
              open input job-invites
              if invite-ok
                  move pipe-prefix to invite-key
                  start job-invites key is not less than invite-key
                      invalid key
                          continue
                  end-start
                  perform until invite-status-code not = "00"
                      read job-invites next record
                          at end
                              exit perform
                          not at end
                              if invite-key(1:pipe-prefix-len) not = pipe-prefix(1:pipe-prefix-len)
                                  exit perform
                              end-if
                              move spaces to sar-line-buffer
                              string "Invitation to apply: " delimited by size
                                     function trim(invite-job-title trailing) delimited by size
                                     " from " delimited by size
                                     function trim(invite-sender trailing) delimited by size
                                     " on " delimited by size
                                     invite-date delimited by size
                                     ", " delimited by size
                                     function trim(invite-status trailing) delimited by size
                                     into sar-line-buffer
                              end-string
                              perform writeMyDataLine
                      end-read
                  end-perform
              end-if
              close job-invites

              *> Employer talent pools the user has been saved to
              open input talent-pools
              if talent-pool-ok
                  perform until talent-pool-status not = "00"
                      read talent-pools next record
                          at end
                              exit perform
                          not at end
                              if function trim(tpl-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Talent pool: " delimited by size
                                         function trim(tpl-pool-name trailing) delimited by size
                                         " at " delimited by size
                                         function trim(tpl-company trailing) delimited by size
                                         " since " delimited by size
                                         tpl-added-date delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close talent-pools

              *> Voluntary self-identification answers
              move current-user to eeo-username
              perform findEeoSelfId
              if eeo-found
                  perform varying eeo-dim-idx from 1 by 1 until eeo-dim-idx > 4
                      move spaces to sar-line-buffer
                      if eeo-answer(eeo-dim-idx) = 0
                      or eeo-answer(eeo-dim-idx) > eeo-dim-group-count(eeo-dim-idx)
                          string "Self-identification: " delimited by size
                                 function trim(eeo-dim-name(eeo-dim-idx) trailing) delimited by size
                                 " - prefer not to say" delimited by size
                                 into sar-line-buffer
                          end-string
                      else
                          string "Self-identification: " delimited by size
                                 function trim(eeo-dim-name(eeo-dim-idx) trailing) delimited by size
                                 " - " delimited by size
                                 function trim(eeo-label(eeo-dim-idx, eeo-answer(eeo-dim-idx)) trailing) delimited by size
                                 into sar-line-buffer
                          end-string
                      end-if
                      perform writeMyDataLine
                  end-perform
              end-if

              *> Notification preferences on file
              open input notify-prefs
              if notify-prefs-ok
                  perform until notify-prefs-status not = "00"
                      read notify-prefs next record
                          at end
                              exit perform
                          not at end
                              if function trim(pref-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Notification preference: " delimited by size
                                         function trim(pref-class trailing) delimited by size
                                         " enabled=" delimited by size
                                         pref-enabled delimited by size
                                         " delivery=" delimited by size
                                         pref-delivery delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close notify-prefs
              exit.

*> Paragraph: myDataNetworkSection
*> Purpose:   Connections, pending requests, blocks, mentorships
       myDataNetworkSection.
              move "NETWORK" to sar-line-buffer
              perform writeMyDataHeading
              move 0 to sar-section-count
              open input connection-database
              if connection-database-status = "00"
                  *> Through both user indexes - the member can be on either
                  *> side of a connection
                  perform varying cnx-pass from 1 by 1 until cnx-pass > 2
                      if cnx-pass = 1
                          move current-user to connection-user-1
                          start connection-database key is equal to connection-user-1
                              invalid key
                                  continue
                          end-start
                      else
                          move current-user to connection-user-2
                          start connection-database key is equal to connection-user-2
                              invalid key
                                  continue
                          end-start
                      end-if
                      perform until connection-database-status(1:1) not = "0"
                          read connection-database next record
                              at end
                                  exit perform
                              not at end
                                  if (cnx-pass = 1 and connection-user-1 not = current-user)
                                  or (cnx-pass = 2 and connection-user-2 not = current-user)
                                      exit perform
                                  end-if
                                  if function trim(connection-user-1 trailing) = function trim(current-user trailing)
                                     or function trim(connection-user-2 trailing) = function trim(current-user trailing)
                                      add 1 to sar-section-count
                                      move spaces to sar-line-buffer
                                      string "Connected: " delimited by size
                                             function trim(connection-user-1 trailing) delimited by size
                                             " and " delimited by size
                                             function trim(connection-user-2 trailing) delimited by size
                                             " since " delimited by size
                                             connection-created-date delimited by size
                                             into sar-line-buffer
                                      end-string
                                      perform writeMyDataLine
                                  end-if
                          end-read
                      end-perform
                  end-perform
              end-if
              close connection-database

              open input pending-requests
              if pending-status = "00"
                  perform until pending-status not = "00"
                      read pending-requests next record
                          at end
                              exit perform
                          not at end
                              if function trim(req-sender trailing) = function trim(current-user trailing)
                                 or function trim(req-recipient trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Pending request: " delimited by size
                                         function trim(req-sender trailing) delimited by size
                                         " -> " delimited by size
                                         function trim(req-recipient trailing) delimited by size
                                         " sent " delimited by size
                                         req-sent-date delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close pending-requests

              open input blocked-users
              if blocked-ok
                  perform until blocked-status not = "00"
                      read blocked-users next record
                          at end
                              exit perform
                          not at end
                              if function trim(block-blocker trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "You blocked: " delimited by size
                                         function trim(block-blocked trailing) delimited by size
                                         " on " delimited by size
                                         block-date delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close blocked-users

              open input mentorship-database
              if mentorship-db-ok
                  perform until mentorship-status not = "00"
                      read mentorship-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(mentor-student trailing) = function trim(current-user trailing)
                                 or function trim(mentor-mentor trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Mentorship: " delimited by size
                                         function trim(mentor-student trailing) delimited by size
                                         " with " delimited by size
                                         function trim(mentor-mentor trailing) delimited by size
                                         " (" delimited by size
                                         function trim(mentor-status trailing) delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close mentorship-database
              exit.

*> Paragraph: myDataMessagesSection
*> Purpose:   Every message sent or received
       myDataMessagesSection.
              move "MESSAGES" to sar-line-buffer
              perform writeMyDataHeading
              open input message-database
              if message-ok
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(message-sender trailing) = function trim(current-user trailing)
                                 or function trim(message-recipient trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string message-sent-date delimited by size
                                         " " delimited by size
                                         function trim(message-sender trailing) delimited by size
                                         " -> " delimited by size
                                         function trim(message-recipient trailing) delimited by size
                                         ": " delimited by size
                                         function trim(message-content trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close message-database
              exit.

*> Paragraph: myDataJobsSection
*> Purpose:   Applications, offers, interviews, saved jobs and
*>            searches, referrals, reference-letter requests
       myDataJobsSection.
              move "JOB SEARCH" to sar-line-buffer
              perform writeMyDataHeading
              open input application-database
              if application-ok
                  *> Straight to the member's rows through the applicant index
                  move current-user to application-username
                  start application-database key is equal to application-username
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-username not = current-user
                                  exit perform
                              end-if
                              if function trim(application-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Application: " delimited by size
                                         function trim(application-job-title trailing) delimited by size
                                         " at " delimited by size
                                         function trim(application-employer trailing) delimited by size
                                         " (" delimited by size
                                         function trim(application-status trailing) delimited by size
                                         ", submitted " delimited by size
                                         application-created-date delimited by size
                                         ", via " delimited by size
                                         function trim(application-source trailing) delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database

              open input offers-database
              if offers-ok
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(offer-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Offer: " delimited by size
                                         function trim(offer-job-title trailing) delimited by size
                                         " from " delimited by size
                                         function trim(offer-employer trailing) delimited by size
                                         " (" delimited by size
                                         function trim(offer-status trailing) delimited by size
                                         ", respond by " delimited by size
                                         offer-deadline delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close offers-database

              open input credit-internships
              if credit-ok
                  perform until credit-internship-status not = "00"
                      read credit-internships next record
                          at end
                              exit perform
                          not at end
                              if cri-student = current-user
                                  move cri-credit-hours to crd-hours-disp
                                  move spaces to sar-line-buffer
                                  string "Credit internship: " delimited by size
                                         function trim(cri-job-title trailing) delimited by size
                                         " at " delimited by size
                                         function trim(cri-employer trailing) delimited by size
                                         ", " delimited by size
                                         cri-term delimited by size
                                         ", " delimited by size
                                         function trim(crd-hours-disp leading) delimited by size
                                         " credit hours, sponsor " delimited by size
                                         function trim(cri-faculty trailing) delimited by size
                                         " (" delimited by size
                                         function trim(cri-status trailing) delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                                  if cri-grade not = spaces
                                      move spaces to sar-line-buffer
                                      string "  Grade: " delimited by size
                                             function trim(cri-grade trailing) delimited by size
                                             into sar-line-buffer
                                      end-string
                                      perform writeMyDataLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close credit-internships

              open input fair-booths
              if booth-ok
                  perform until fair-booth-status not = "00"
                      read fair-booths next record
                          at end
                              exit perform
                          not at end
                              move 'N' to fair-mine-flag
                              perform varying fair-idx from 1 by 1 until fair-idx > 4
                                  if fbt-recruiter(fair-idx) = current-user
                                      move 'Y' to fair-mine-flag
                                  end-if
                              end-perform
                              if fbt-registered-by = current-user
                                  move 'Y' to fair-mine-flag
                              end-if
                              if fair-is-mine
                                  move spaces to sar-line-buffer
                                  string "Career fair booth: " delimited by size
                                         function trim(fbt-company-key trailing) delimited by size
                                         " at " delimited by size
                                         function trim(fbt-event-key trailing) delimited by size
                                         " (" delimited by size
                                         function trim(fbt-status trailing) delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close fair-booths

              open input interview-database
              if interview-db-ok
                  perform until interview-database-status not = "00"
                      read interview-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(interview-applicant trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Interview: " delimited by size
                                         function trim(interview-job-title trailing) delimited by size
                                         " with " delimited by size
                                         function trim(interview-employer trailing) delimited by size
                                         " (" delimited by size
                                         function trim(interview-status trailing) delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close interview-database

              open input saved-jobs
              if saved-jobs-ok
                  perform until saved-jobs-status not = "00"
                      read saved-jobs next record
                          at end
                              exit perform
                          not at end
                              if function trim(saved-job-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Saved job: " delimited by size
                                         function trim(saved-job-job-key trailing) delimited by size
                                         " on " delimited by size
                                         saved-job-date delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close saved-jobs

              open input saved-searches
              if saved-search-ok
                  perform until saved-search-status not = "00"
                      read saved-searches next record
                          at end
                              exit perform
                          not at end
                              if function trim(search-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Saved search: '" delimited by size
                                         function trim(search-name trailing) delimited by size
                                         "' matching '" delimited by size
                                         function trim(search-keyword trailing) delimited by size
                                         "'" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close saved-searches

              open input referral-database
              if referral-db-ok
                  perform until referral-status-code not = "00"
                      read referral-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(referral-referrer trailing) = function trim(current-user trailing)
                                 or function trim(referral-referee trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Referral: " delimited by size
                                         function trim(referral-referrer trailing) delimited by size
                                         " referred " delimited by size
                                         function trim(referral-referee trailing) delimited by size
                                         " for " delimited by size
                                         function trim(referral-job-title trailing) delimited by size
                                         " (" delimited by size
                                         function trim(referral-status trailing) delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close referral-database

              open input ref-letters
              if ref-letters-ok
                  perform until ref-letters-status not = "00"
                      read ref-letters next record
                          at end
                              exit perform
                          not at end
                              if function trim(refltr-student trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Reference letter: from " delimited by size
                                         function trim(refltr-ref-name trailing) delimited by size
                                         " (" delimited by size
                                         function trim(refltr-status trailing) delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close ref-letters
              exit.

*> Paragraph: myDataEventsSection
*> Purpose:   Event RSVPs with recorded attendance
       myDataEventsSection.
              move "EVENTS" to sar-line-buffer
              perform writeMyDataHeading
              open input event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if function trim(rsvp-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "RSVP: " delimited by size
                                         function trim(rsvp-event-key trailing) delimited by size
                                         " on " delimited by size
                                         rsvp-date delimited by size
                                         into sar-line-buffer
                                  end-string
                                  evaluate true
                                      when rsvp-attended
                                          string function trim(sar-line-buffer trailing) delimited by size
                                                 " (attended)" delimited by size
                                                 into sar-line-buffer
                                          end-string
                                      when rsvp-no-show
                                          string function trim(sar-line-buffer trailing) delimited by size
                                                 " (no-show)" delimited by size
                                                 into sar-line-buffer
                                          end-string
                                      when other
                                          continue
                                  end-evaluate
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps
              exit.

*> Paragraph: myDataLogsSection
*> Purpose:   Endorsements, profile-view and job-view rows, login
*>            history and audit entries naming the user
       myDataLogsSection.
              move "ACTIVITY LOGS" to sar-line-buffer
              perform writeMyDataHeading
              open input endorsements
              if endorsements-status = "00"
                  perform until endorsements-status not = "00"
                      read endorsements
                          at end
                              exit perform
                          not at end
                              unstring endorsement-line delimited by "|"
                                  into endorsement-split-endorser
                                       endorsement-split-endorsed
                                       endorsement-split-skill
                              end-unstring
                              if function trim(endorsement-split-endorser trailing) = function trim(current-user trailing)
                                 or function trim(endorsement-split-endorsed trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Endorsement: " delimited by size
                                         function trim(endorsement-split-endorser trailing) delimited by size
                                         " endorsed " delimited by size
                                         function trim(endorsement-split-endorsed trailing) delimited by size
                                         " for skill " delimited by size
                                         endorsement-split-skill delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close endorsements

              open input profile-views
              if profile-views-status = "00"
                  perform until profile-views-status not = "00"
                      read profile-views
                          at end
                              exit perform
                          not at end
                              unstring profile-view-line delimited by "|"
                                  into viewer-split-viewer
                                       viewer-split-viewed
                                       viewer-split-date
                              end-unstring
                              if function trim(viewer-split-viewer trailing) = function trim(current-user trailing)
                                 or function trim(viewer-split-viewed trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Profile view: " delimited by size
                                         function trim(viewer-split-viewer trailing) delimited by size
                                         " viewed " delimited by size
                                         function trim(viewer-split-viewed trailing) delimited by size
                                         " on " delimited by size
                                         viewer-split-date(1:8) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close profile-views

              open input job-views
              if job-views-status = "00"
                  perform until job-views-status not = "00"
                      read job-views
                          at end
                              exit perform
                          not at end
                              unstring job-view-line delimited by "|"
                                  into jobview-split-viewer
                                       jobview-split-key
                                       jobview-split-date
                              end-unstring
                              if function trim(jobview-split-viewer trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Job view: " delimited by size
                                         function trim(jobview-split-key trailing) delimited by size
                                         " on " delimited by size
                                         jobview-split-date(1:8) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close job-views

              open input login-history
              if login-history-status = "00"
                  perform until login-history-status not = "00"
                      read login-history
                          at end
                              exit perform
                          not at end
                              unstring login-history-line delimited by "|"
                                  into hist-split-user
                                       hist-split-stamp
                              end-unstring
                              if function trim(hist-split-user trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Sign-in: " delimited by size
                                         hist-split-stamp(1:8) delimited by size
                                         " " delimited by size
                                         hist-split-stamp(9:6) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close login-history

              open input audit-log
              if audit-log-status = "00"
                  perform until audit-log-status not = "00"
                      read audit-log
                          at end
                              exit perform
                          not at end
                              move 1 to audit-split-ptr
                              if audit-log-line(1:18) is numeric
                              and audit-log-line(19:1) = "|"
                                  move 20 to audit-split-ptr
                              end-if
                              unstring audit-log-line delimited by "|"
                                  into audit-split-user
                                       audit-split-stamp
                                       audit-split-file
                                       audit-split-action
                                  with pointer audit-split-ptr
                              end-unstring
                              if function trim(audit-split-user trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Audit: " delimited by size
                                         audit-split-stamp(1:8) delimited by size
                                         " " delimited by size
                                         function trim(audit-split-action trailing) delimited by size
                                         " on " delimited by size
                                         function trim(audit-split-file trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close audit-log

              open input support-sessions
              if support-session-ok
                  move current-user to sps-username
                  move spaces to sps-started
                  start support-sessions key is not less than sps-key
                      invalid key
                          continue
                  end-start
                  perform until support-session-status not = "00"
                      read support-sessions next record
                          at end
                              exit perform
                          not at end
                              if function trim(sps-username trailing) not = function trim(current-user trailing)
                                  exit perform
                              end-if
                              move spaces to sar-line-buffer
                              string "Career services support view: " delimited by size
                                     sps-started(1:8) delimited by size
                                     " by " delimited by size
                                     function trim(sps-operator trailing) delimited by size
                                     " - " delimited by size
                                     function trim(sps-reason trailing) delimited by size
                                     into sar-line-buffer
                              end-string
                              perform writeMyDataLine
                      end-read
                  end-perform
              end-if
              close support-sessions

              open input company-reviews
              if company-review-ok
                  perform until company-review-status not = "00"
                      read company-reviews next record
                          at end
                              exit perform
                          not at end
                              if function trim(crv-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Company review: " delimited by size
                                         function trim(crv-company-key trailing) delimited by size
                                         " " delimited by size
                                         crv-submitted-date delimited by size
                                         " interview " delimited by size
                                         crv-interview-rating delimited by size
                                         " communication " delimited by size
                                         crv-comm-rating delimited by size
                                         " overall " delimited by size
                                         crv-overall-rating delimited by size
                                         " (" delimited by size
                                         function trim(crv-status trailing) delimited by size
                                         ") " delimited by size
                                         function trim(crv-comment trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close company-reviews

              open input introductions
              if introduction-ok
                  perform until introduction-status not = "00"
                      read introductions next record
                          at end
                              exit perform
                          not at end
                              if function trim(intro-requester trailing) = function trim(current-user trailing)
                              or function trim(intro-target trailing) = function trim(current-user trailing)
                              or function trim(intro-introducer trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Introduction: " delimited by size
                                         function trim(intro-requester trailing) delimited by size
                                         " to " delimited by size
                                         function trim(intro-target trailing) delimited by size
                                         " via " delimited by size
                                         function trim(intro-introducer trailing) delimited by size
                                         " " delimited by size
                                         intro-requested-date delimited by size
                                         " (" delimited by size
                                         function trim(intro-status trailing) delimited by size
                                         ") " delimited by size
                                         function trim(intro-note trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close introductions

              open input org-members
              if org-member-ok
                  perform until org-member-status not = "00"
                      read org-members next record
                          at end
                              exit perform
                          not at end
                              if function trim(orm-username trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Organization membership: " delimited by size
                                         function trim(orm-org-key trailing) delimited by size
                                         " " delimited by size
                                         function trim(orm-role trailing) delimited by size
                                         " (" delimited by size
                                         function trim(orm-status trailing) delimited by size
                                         ") since " delimited by size
                                         orm-requested-date delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close org-members

              open input org-posts
              if org-post-ok
                  perform until org-post-status not = "00"
                      read org-posts next record
                          at end
                              exit perform
                          not at end
                              if function trim(orp-author trailing) = function trim(current-user trailing)
                                  move orp-post-id to org-count-disp
                                  move spaces to sar-line-buffer
                                  string "Organization post: " delimited by size
                                         function trim(orp-org-key trailing) delimited by size
                                         " #" delimited by size
                                         function trim(org-count-disp leading) delimited by size
                                         " " delimited by size
                                         orp-posted-date delimited by size
                                         " " delimited by size
                                         function trim(orp-text trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close org-posts

              open input timesheets
              if timesheet-ok
                  perform until timesheet-status not = "00"
                      read timesheets next record
                          at end
                              exit perform
                          not at end
                              if function trim(tms-student trailing) = function trim(current-user trailing)
                                  move tms-hours to wks-hours-disp
                                  move tms-amount to wks-amount-disp
                                  move spaces to sar-line-buffer
                                  string "Timesheet: " delimited by size
                                         function trim(tms-job-title trailing) delimited by size
                                         " week of " delimited by size
                                         tms-week-start delimited by size
                                         " " delimited by size
                                         function trim(wks-hours-disp leading) delimited by size
                                         " hours $" delimited by size
                                         function trim(wks-amount-disp leading) delimited by size
                                         " (" delimited by size
                                         function trim(tms-status trailing) delimited by size
                                         ")" delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close timesheets

              open input employer-contacts
              if employer-contact-ok
                  perform until employer-contact-status not = "00"
                      read employer-contacts next record
                          at end
                              exit perform
                          not at end
                              if ecl-by-advisor
                              and function trim(ecl-staff trailing) = function trim(current-user trailing)
                                  move spaces to sar-line-buffer
                                  string "Employer contact logged: " delimited by size
                                         function trim(ecl-company-key trailing) delimited by size
                                         " " delimited by size
                                         ecl-contact-date delimited by size
                                         " " delimited by size
                                         function trim(ecl-type trailing) delimited by size
                                         " " delimited by size
                                         function trim(ecl-notes trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close employer-contacts

              open input appointments
              if appointment-ok
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              if apt-student = current-user
                              or (apt-advisor = current-user and not apt-open and not apt-withdrawn)
                                  perform aptFormatWhen
                                  move spaces to sar-line-buffer
                                  string "Advising appointment: " delimited by size
                                         appt-when-disp delimited by size
                                         " " delimited by size
                                         function trim(apt-advisor trailing) delimited by size
                                         " / " delimited by size
                                         function trim(apt-student trailing) delimited by size
                                         " " delimited by size
                                         function trim(apt-status trailing) delimited by size
                                         " - " delimited by size
                                         function trim(apt-reason trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close appointments

              open input transcripts
              if transcript-ok
                  perform until transcript-status not = "00"
                      read transcripts next record
                          at end
                              exit perform
                          not at end
                              if trn-username = current-user
                                  move spaces to sar-line-buffer
                                  string "Co-curricular transcript: " delimited by size
                                         trn-serial delimited by size
                                         " issued " delimited by size
                                         trn-issue-date delimited by size
                                         " " delimited by size
                                         function trim(trn-document trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close transcripts

              open input scheduled-messages
              if scheduled-ok
                  perform until scheduled-status not = "00"
                      read scheduled-messages next record
                          at end
                              exit perform
                          not at end
                              if sch-sender = current-user
                                  move spaces to sar-line-buffer
                                  string "Scheduled message: " delimited by size
                                         sch-send-at delimited by size
                                         " to " delimited by size
                                         function trim(sch-recipient trailing) delimited by size
                                         " " delimited by size
                                         function trim(sch-status trailing) delimited by size
                                         " - " delimited by size
                                         function trim(sch-content trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close scheduled-messages

              open input report-distribution
              if distribution-ok
                  perform until distribution-status not = "00"
                      read report-distribution next record
                          at end
                              exit perform
                          not at end
                              if dst-to-user and dst-recipient = current-user
                                  move spaces to sar-line-buffer
                                  string "Report distribution: " delimited by size
                                         function trim(dst-job trailing) delimited by size
                                         " " delimited by size
                                         function trim(dst-list trailing) delimited by size
                                         " " delimited by size
                                         function trim(dst-frequency trailing) delimited by size
                                         " " delimited by size
                                         function trim(dst-address trailing) delimited by size
                                         into sar-line-buffer
                                  end-string
                                  perform writeMyDataLine
                              end-if
                      end-read
                  end-perform
              end-if
              close report-distribution
              exit.

*> Paragraph: recordLoginHistory
*> Purpose:   Appends a "user|datetime" line at every successful
*>            sign-in, feeding the per-user login history screen
*> Input:     current-user, acct-last-login (the fresh stamp)
*> Output:    None
       recordLoginHistory.
              open extend login-history
              if login-history-status = "35"
                  open output login-history
              end-if
              if login-history-status = "00"
                  move spaces to login-history-line
                  string function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         acct-last-login delimited by size
                         into login-history-line
                  end-string
                  write login-history-line
              end-if
              close login-history
              exit.

*> Paragraph: viewLoginHistory
*> Purpose:   Shows the current user's most recent sign-ins, newest
*>            first (same collect-and-bubble-sort shape as the
*>            profile-viewers screen)
*> Input:     current-user
*> Output:    None
       viewLoginHistory.
              move "--- Your Recent Sign-Ins ---" to output-buffer
              perform outputLine
              move 0 to hist-count

              open input login-history
              if login-history-status = "00"
                  perform until login-history-status not = "00"
                      read login-history
                          at end
                              exit perform
                          not at end
                              unstring login-history-line delimited by "|"
                                  into hist-split-user
                                       hist-split-stamp
                              end-unstring
                              if function trim(hist-split-user trailing) = function trim(current-user trailing)
                                  if hist-count < 50
                                      add 1 to hist-count
                                      move hist-split-stamp to hist-stamp-entry(hist-count)
                                  else
                                      *> Keep only the most recent fifty by
                                      *> dropping the oldest entry on file
                                      perform varying hist-sort-idx from 1 by 1
                                          until hist-sort-idx > 49
                                          move hist-stamp-entry(hist-sort-idx + 1)
                                              to hist-stamp-entry(hist-sort-idx)
                                      end-perform
                                      move hist-split-stamp to hist-stamp-entry(50)
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close login-history

              *> Newest first
              perform varying hist-sort-idx from 1 by 1
                  until hist-sort-idx > hist-count - 1
                  perform varying hist-sort-jdx from 1 by 1
                      until hist-sort-jdx > hist-count - hist-sort-idx
                      if hist-stamp-entry(hist-sort-jdx) < hist-stamp-entry(hist-sort-jdx + 1)
                          move hist-stamp-entry(hist-sort-jdx) to hist-swap-stamp
                          move hist-stamp-entry(hist-sort-jdx + 1) to hist-stamp-entry(hist-sort-jdx)
                          move hist-swap-stamp to hist-stamp-entry(hist-sort-jdx + 1)
                      end-if
                  end-perform
              end-perform

              if hist-count = 0
                  move "No sign-ins recorded yet." to output-buffer
                  perform outputLine
              else
                  perform varying hist-sort-idx from 1 by 1
                      until hist-sort-idx > hist-count or hist-sort-idx > 10
                      move spaces to output-buffer
                      string "- " delimited by size
                             hist-stamp-entry(hist-sort-idx)(1:8) delimited by size
                             " " delimited by size
                             hist-stamp-entry(hist-sort-idx)(9:6) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
              end-if
              exit.

*> Paragraph: inactiveAccountsReport
*> Purpose:   Lists accounts with no sign-in within the chosen number
*>            of days (or none ever), so the operator can contact or
*>            retire them before raising max-accounts again
*> Input:     None (prompts for the day count)
*> Output:    None
       inactiveAccountsReport.
              move "Report accounts with no sign-in in how many days?" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is not numeric
                  move "Please enter a number of days." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to inactive-days-input

              move function current-date(1:8) to date-ymd-work
              compute date-int-work =
                  function integer-of-date(date-ymd-work) - inactive-days-input
              compute date-ymd-work = function date-of-integer(date-int-work)
              move date-ymd-work to inactive-cutoff-date

              move spaces to rpt-name
              string "INACTIVE ACCOUNTS SINCE " delimited by size
                     inactive-cutoff-date delimited by size
                     into rpt-name
              end-string
              perform reportInit

              move 0 to inactive-count
              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              *> Campus staff list only their own
                              *> campus's accounts
                              move acct-campus to cmp-check-campus
                              perform campusStaffInScope
                              if cmp-in-scope
                              and (function trim(acct-last-login trailing) = spaces
                                   or acct-last-login(1:8) < inactive-cutoff-date)
                                  add 1 to inactive-count
                                  move spaces to output-buffer
                                  if function trim(acct-last-login trailing) = spaces
                                      string "- " delimited by size
                                             function trim(acct-username trailing) delimited by size
                                             " (created " delimited by size
                                             acct-created-date delimited by size
                                             ", never signed in)" delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "- " delimited by size
                                             function trim(acct-username trailing) delimited by size
                                             " (created " delimited by size
                                             acct-created-date delimited by size
                                             ", last sign-in " delimited by size
                                             acct-last-login(1:8) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform reportLine
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database

              move spaces to output-buffer
              string "Inactive accounts: " delimited by size
                     function trim(inactive-count leading) delimited by size
                     into output-buffer
              end-string
              perform reportLine
              perform reportEnd
              exit.

*>*******************************************************************
*> Broadcast announcements - the operator maintains dated notices
*> that are shown to every user right after sign-in until they
*> expire, once per user (a "user|id" seen-marker suppresses repeats)
*>*******************************************************************
       showAnnouncements.
              *> Banner suppression is a per-user preference
              move "ANNOUNCE" to notify-class-buffer
              move current-user to notify-user-buffer
              perform checkNotifyPref
              move spaces to notify-class-buffer
              if notify-allowed-flag not = 'Y'
                  exit paragraph
              end-if
              move function current-date(1:8) to ann-today
              open input announcements
              if ann-ok
                  perform until ann-status not = "00"
                      read announcements next record
                          at end
                              exit perform
                          not at end
                              if ann-effective-date not > ann-today
                              and (function trim(ann-expiry-date trailing) = spaces
                                   or ann-expiry-date not < ann-today)
                                  perform checkAnnouncementSeen
                                  if ann-seen-flag = 'N'
                                      move "*** ANNOUNCEMENT ***" to output-buffer
                                      perform outputLine
                                      move ann-text to output-buffer
                                      perform outputLine
                                      move "--------------------" to output-buffer
                                      perform outputLine
                                      perform markAnnouncementSeen
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close announcements
              exit.

*> Paragraph: checkAnnouncementSeen
*> Purpose:   Sets ann-seen-flag when current-user has already been
*>            shown the announcement loaded in announcement-record
*> Input:     current-user, ann-key
*> Output:    ann-seen-flag
       checkAnnouncementSeen.
              move 'N' to ann-seen-flag
              move spaces to ann-seen-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     ann-key delimited by size
                     into ann-seen-key
              end-string
              open input announcement-seen
              if ann-seen-status = "00"
                  perform until ann-seen-status not = "00"
                      read announcement-seen
                          at end
                              exit perform
                          not at end
                              if function trim(ann-seen-line trailing) =
                                 function trim(ann-seen-key trailing)
                                  move 'Y' to ann-seen-flag
                                  exit perform
                              end-if
                      end-read
                  end-perform
              end-if
              close announcement-seen
              exit.

*> Paragraph: markAnnouncementSeen
*> Purpose:   Appends the "user|id" marker after an announcement has
*>            been shown to current-user
*> Input:     ann-seen-key (built by checkAnnouncementSeen)
*> Output:    None
       markAnnouncementSeen.
              open extend announcement-seen
              if ann-seen-status = "35"
                  open output announcement-seen
              end-if
              if ann-seen-status = "00"
                  move ann-seen-key to ann-seen-line
                  write ann-seen-line
              end-if
              close announcement-seen
              exit.

*>*******************************************************************
*> Manage Announcements - the operator adds, reviews and removes the
*> notices shown at sign-in
*>*******************************************************************
       manageAnnouncements.
              perform until not valid-read
                  move "--- Announcements ---" to output-buffer
                  perform outputLine
                  move 0 to ann-list-count
                  move 0 to ann-next-id

                  open input announcements
                  if ann-ok
                      perform until ann-status not = "00"
                          read announcements next record
                              at end
                                  exit perform
                              not at end
                                  if ann-key > ann-next-id
                                      move ann-key to ann-next-id
                                  end-if
                                  if ann-list-count < 20
                                      add 1 to ann-list-count
                                      move ann-key to ann-list-id-entry(ann-list-count)
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(ann-list-count leading) delimited by size
                                             "] (" delimited by size
                                             ann-effective-date delimited by size
                                             " - " delimited by size
                                             ann-expiry-date delimited by size
                                             ") " delimited by size
                                             function trim(ann-text trailing) delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close announcements

                  if ann-list-count = 0
                      move "No announcements on file." to output-buffer
                      perform outputLine
                  end-if
                  move "[a] Add  [d] Delete a number  [q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = 'a' or menu-choice = 'A'
                          open i-o announcements
                          if ann-file-missing
                              open output announcements
                              close announcements
                              open i-o announcements
                          end-if
                          if ann-ok
                              initialize announcement-record
                              compute ann-key = ann-next-id + 1
                              move "Announcement text: " to input-prompt
                              perform readInputLine
                              move function trim(input-buffer trailing) to ann-text
                              move "Effective date (YYYYMMDD, blank = today): " to input-prompt
                              perform readInputLine
                              if function trim(input-buffer trailing) = spaces
                                  move function current-date(1:8) to ann-effective-date
                              else
                                  move function trim(input-buffer trailing) to ann-effective-date
                              end-if
                              move "Expiry date (YYYYMMDD, blank = never): " to input-prompt
                              perform readInputLine
                              move function trim(input-buffer trailing) to ann-expiry-date
                              move function current-date(1:8) to ann-created-date
                              write announcement-record
                              if ann-ok
                                  perform setAuditActor
                                  move "announcements.dat" to audit-file-name
                                  move ann-key to audit-record-key
                                  move "WRITE" to audit-action
                                  perform recordAuditEvent
                                  move "Announcement added." to output-buffer
                                  perform outputLine
                              else
                                  move "Failed to save the announcement." to output-buffer
                                  perform outputLine
                              end-if
                          end-if
                          close announcements
                      when menu-choice = 'd' or menu-choice = 'D'
                          move "Number to delete:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to ann-selected-index
                          if ann-selected-index >= 1 and ann-selected-index <= ann-list-count
                              open i-o announcements
                              if ann-ok
                                  move ann-list-id-entry(ann-selected-index) to ann-key
                                  delete announcements
                                      invalid key
                                          move "Could not delete that announcement." to output-buffer
                                          perform outputLine
                                      not invalid key
                                          perform setAuditActor
                                          move "announcements.dat" to audit-file-name
                                          move ann-key to audit-record-key
                                          move "DELETE" to audit-action
                                          perform recordAuditEvent
                                          move "Announcement deleted." to output-buffer
                                          perform outputLine
                                  end-delete
                              end-if
                              close announcements
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*>*******************************************************************
*> Duplicate-person detection - scans the account file for probable
*> duplicate humans (same first+last name and university, graduation
*> years within two of each other), lists candidate pairs with their
*> created and last-sign-in dates, and lets the operator open each
*> profile (and run the full deletion cascade on the ones to retire)
*>*******************************************************************
       duplicateAccountsReport.
              move "--- Probable Duplicate Accounts ---" to output-buffer
              perform outputLine
              move 0 to dup-scan-count
              move 0 to dup-pair-count
              move 'N' to dup-truncated-flag

              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              *> Campus staff compare only their own
                              *> campus's accounts
                              move acct-campus to cmp-check-campus
                              perform campusStaffInScope
                              if function trim(profile-first-name trailing) not = spaces
                              and cmp-in-scope
                              and dup-scan-count >= 100
                                  move 'Y' to dup-truncated-flag
                              end-if
                              if function trim(profile-first-name trailing) not = spaces
                              and cmp-in-scope
                              and dup-scan-count < 100
                                  add 1 to dup-scan-count
                                  move acct-username to dup-username-entry(dup-scan-count)
                                  move function upper-case(function trim(profile-first-name trailing))
                                      to dup-first-entry(dup-scan-count)
                                  move function upper-case(function trim(profile-last-name trailing))
                                      to dup-last-entry(dup-scan-count)
                                  move function upper-case(function trim(profile-university trailing))
                                      to dup-univ-entry(dup-scan-count)
                                  move profile-graduation-year to dup-year-entry(dup-scan-count)
                                  move acct-created-date to dup-created-entry(dup-scan-count)
                                  move acct-last-login to dup-login-entry(dup-scan-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database

              if dup-truncated-flag = 'Y'
                  move "WARNING: report truncated at 100 profiled accounts - results are incomplete." to output-buffer
                  perform outputLine
              end-if

              perform varying dup-i from 1 by 1 until dup-i > dup-scan-count - 1
                  compute dup-j = dup-i + 1
                  perform until dup-j > dup-scan-count
                      if dup-first-entry(dup-i) = dup-first-entry(dup-j)
                      and dup-last-entry(dup-i) = dup-last-entry(dup-j)
                      and dup-univ-entry(dup-i) = dup-univ-entry(dup-j)
                          compute dup-year-diff =
                              dup-year-entry(dup-i) - dup-year-entry(dup-j)
                          if dup-year-diff >= -2 and dup-year-diff <= 2
                              add 1 to dup-pair-count
                              move spaces to output-buffer
                              string "Candidate match: " delimited by size
                                     function trim(dup-first-entry(dup-i) trailing) delimited by size
                                     " " delimited by size
                                     function trim(dup-last-entry(dup-i) trailing) delimited by size
                                     " at " delimited by size
                                     function trim(dup-univ-entry(dup-i) trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                              move spaces to output-buffer
                              string "  - " delimited by size
                                     function trim(dup-username-entry(dup-i) trailing) delimited by size
                                     " (created " delimited by size
                                     dup-created-entry(dup-i) delimited by size
                                     ", last sign-in " delimited by size
                                     dup-login-entry(dup-i)(1:8) delimited by size
                                     ")" delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                              move spaces to output-buffer
                              string "  - " delimited by size
                                     function trim(dup-username-entry(dup-j) trailing) delimited by size
                                     " (created " delimited by size
                                     dup-created-entry(dup-j) delimited by size
                                     ", last sign-in " delimited by size
                                     dup-login-entry(dup-j)(1:8) delimited by size
                                     ")" delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                          end-if
                      end-if
                      add 1 to dup-j
                  end-perform
              end-perform

              if dup-pair-count = 0
                  move "No probable duplicates found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter a username to open its profile, d <username> to run the deletion cascade, or q:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer = 'q' or not valid-read
                      continue
                  when input-buffer(1:2) = 'd '
                      move function trim(input-buffer(3:) trailing) to buffer-acct-username
                      perform findAcct
                      perform campusStaffAcctGate
                      move "dl" to opr-check-code
                      perform checkOperatorPrivilege
                      if acct-found and opr-permitted
                          *> An operator deleting someone else's account
                          *> is a two-person action - queue it for a
                          *> different operator to approve
                          move "DELETE-ACCT" to apv-action-buffer
                          move buffer-acct-username to apv-target-buffer
                          perform createPendingApproval
                      end-if
                      if not acct-found
                          move "User not found." to output-buffer
                          perform outputLine
                      end-if
                  when other
                      move function trim(input-buffer trailing) to buffer-acct-username
                      perform findAcct
                      perform campusStaffAcctGate
                      if acct-found
                          move current-user to temp-current-user
                          move buffer-acct-username to current-user
                          perform view-profile
                          move temp-current-user to current-user
                      else
                          move "User not found." to output-buffer
                          perform outputLine
                      end-if
              end-evaluate
              exit.

*>*******************************************************************
*> Abuse reporting. fileModerationReport writes one queue record for
*> whatever the caller points it at (a posting, a conversation, a
*> profile); reviewModerationQueue is the operator's screen to open
*> the target and act, with every decision logged on the report.
*>*******************************************************************

*> Paragraph: fileModerationReport
*> Purpose:   Captures a reason and appends an OPEN report to the
*>            moderation queue
*> Input:     mod-report-type, mod-report-key, current-user
*> Output:    None
       fileModerationReport.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Reason for the report:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move "Report cancelled - no reason given." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o moderation-queue
              if moderation-file-missing
                  open output moderation-queue
                  close moderation-queue
                  open i-o moderation-queue
              end-if
              if not moderation-ok
                  move "Unable to open the moderation queue." to output-buffer
                  perform outputLine
                  close moderation-queue
                  exit paragraph
              end-if

              *> Next report id = highest on file + 1
              move 0 to mod-next-id
              perform until moderation-status not = "00"
                  read moderation-queue next record
                      at end
                          exit perform
                      not at end
                          if mod-key > mod-next-id
                              move mod-key to mod-next-id
                          end-if
                  end-read
              end-perform

              initialize moderation-record
              compute mod-key = mod-next-id + 1
              move current-user to mod-reporter
              move mod-report-type to mod-target-type
              move mod-report-key to mod-target-key
              move function trim(input-buffer trailing) to mod-reason
              move function current-date(1:8) to mod-report-date
              move "OPEN" to mod-status
              write moderation-record
              if moderation-ok
                  move current-user to audit-actor
                  move "moderation-queue.dat" to audit-file-name
                  move mod-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "Report filed - the operator will review it." to output-buffer
                  perform outputLine
              else
                  move "Failed to file the report." to output-buffer
                  perform outputLine
              end-if
              close moderation-queue
              exit.

*> Paragraph: modReportInScope
*> Purpose:   Decides whether the report in moderation-record is
*>            within the signed-in operator's campus - by the posting
*>            for a JOB report, the account for a PROFILE report and
*>            the reporter's account for the rest. A target no longer
*>            on file stays in scope so the report can be dismissed
*> Input:     moderation-record, staff scope
*> Output:    mod-in-scope-flag (acct-record / job-record reloaded)
       modReportInScope.
              move 'Y' to mod-in-scope-flag
              if cmp-staff-central
                  exit paragraph
              end-if
              if function trim(mod-target-type trailing) = "JOB"
                  open input job-database
                  if job-database-ok
                      move function trim(mod-target-key trailing) to job-key
                      read job-database
                          key is job-key
                          invalid key
                              continue
                          not invalid key
                              perform campusJobVisible
                              if not cmp-visible
                                  move 'N' to mod-in-scope-flag
                              end-if
                      end-read
                  end-if
                  close job-database
                  exit paragraph
              end-if
              if function trim(mod-target-type trailing) = "PROFILE"
                  move function trim(mod-target-key trailing) to buffer-acct-username
              else
                  move function trim(mod-reporter trailing) to buffer-acct-username
              end-if
              perform findAcct
              if acct-found
                  move acct-campus to cmp-check-campus
                  perform campusStaffInScope
                  if not cmp-in-scope
                      move 'N' to mod-in-scope-flag
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Moderation queue review - lists OPEN reports, opens the target
*> record, and records the operator's decision (dismiss, unpublish
*> the posting, flag the account) on the report itself
*>*******************************************************************
       reviewModerationQueue.
              move "--- Moderation Queue (open reports) ---" to output-buffer
              perform outputLine
              move 0 to mod-list-count

              open input moderation-queue
              if moderation-ok
                  perform until moderation-status not = "00"
                      read moderation-queue next record
                          at end
                              exit perform
                          not at end
                              if mod-open
                                  perform modReportInScope
                              end-if
                              if mod-open and mod-in-scope
                              and mod-list-count < 50
                                  add 1 to mod-list-count
                                  move mod-key to mod-list-id-entry(mod-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(mod-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(mod-target-type trailing) delimited by size
                                         " reported by " delimited by size
                                         function trim(mod-reporter trailing) delimited by size
                                         " on " delimited by size
                                         mod-report-date delimited by size
                                         ": " delimited by size
                                         function trim(mod-reason trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close moderation-queue

              if mod-list-count = 0
                  move "No open reports." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to review (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to mod-selected-index
              if mod-selected-index < 1 or mod-selected-index > mod-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o moderation-queue
              if not moderation-ok
                  move "Unable to open the moderation queue." to output-buffer
                  perform outputLine
                  close moderation-queue
                  exit paragraph
              end-if
              move mod-list-id-entry(mod-selected-index) to mod-key
              read moderation-queue
                  key is mod-key
                  invalid key
                      move "Report not found." to output-buffer
                      perform outputLine
                      close moderation-queue
                      exit paragraph
              end-read
              perform modReportInScope
              if not mod-in-scope
                  move "That report is about another campus." to output-buffer
                  perform outputLine
                  close moderation-queue
                  exit paragraph
              end-if

              *> Open the reported record for the operator
              evaluate function trim(mod-target-type trailing)
                  when "JOB"
                      open input job-database
                      if job-database-ok
                          move function trim(mod-target-key trailing) to job-key
                          read job-database
                              key is job-key
                              invalid key
                                  move "The reported posting is no longer on file." to output-buffer
                                  perform outputLine
                              not invalid key
                                  move spaces to output-buffer
                                  string "Posting: " delimited by size
                                         function trim(job-title trailing) delimited by size
                                         " at " delimited by size
                                         function trim(job-employer trailing) delimited by size
                                         " (" delimited by size
                                         function trim(job-status trailing) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                          end-read
                      end-if
                      close job-database
                  when "PROFILE"
                      move function trim(mod-target-key trailing) to buffer-acct-username
                      perform findAcct
                      if acct-found
                          move current-user to temp-current-user
                          move buffer-acct-username to current-user
                          perform view-profile
                          move temp-current-user to current-user
                      else
                          move "The reported account is no longer on file." to output-buffer
                          perform outputLine
                      end-if
                  when "MESSAGE"
                      move spaces to output-buffer
                      string "Reported conversation thread: " delimited by size
                             function trim(mod-target-key trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      open input message-database
                      if message-ok
                          perform until message-database-status(1:1) not = "0"
                              read message-database next record
                                  at end
                                      exit perform
                                  not at end
                                      if function trim(message-thread-id trailing) =
                                         function trim(mod-target-key trailing)
                                          move spaces to output-buffer
                                          string function trim(message-sender trailing) delimited by size
                                                 ": " delimited by size
                                                 function trim(message-content trailing) delimited by size
                                                 into output-buffer
                                          end-string
                                          perform outputLine
                                      end-if
                              end-read
                          end-perform
                      end-if
                      close message-database
                  when "HELD"
                      perform showHeldMessage
                  when "REVIEW"
                      perform showQueuedReview
                  when other
                      continue
              end-evaluate

              evaluate function trim(mod-target-type trailing)
                  when "HELD"
                      move "[r] Release to the recipient  [x] Discard the message  [q] Decide later" to output-buffer
                  when "REVIEW"
                      move "[p] Publish the review  [x] Reject the review  [q] Decide later" to output-buffer
                  when other
                      move "[d] Dismiss report  [u] Unpublish posting  [f] Flag the account  [q] Decide later" to output-buffer
              end-evaluate
              perform outputLine
              move "> " to input-prompt
              perform readInputLine

              evaluate true
                  when function trim(mod-target-type trailing) = "HELD"
                      evaluate true
                          when not mflt-still-held
                              *> Already decided, or gone with a
                              *> purged account - nothing left to hold
                              move "DISMISSED" to mod-status
                              move "held message no longer awaiting review" to mod-decision
                              rewrite moderation-record
                          when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                              move 'R' to mflt-decision
                              perform decideHeldMessage
                              move "ACTIONED" to mod-status
                              move "held message released to the recipient" to mod-decision
                              rewrite moderation-record
                              move "Message released." to output-buffer
                              perform outputLine
                          when input-buffer(1:1) = 'x' or input-buffer(1:1) = 'X'
                              move 'X' to mflt-decision
                              perform decideHeldMessage
                              move "ACTIONED" to mod-status
                              move "held message discarded" to mod-decision
                              rewrite moderation-record
                              move "Message discarded." to output-buffer
                              perform outputLine
                          when other
                              continue
                      end-evaluate
                  when function trim(mod-target-type trailing) = "REVIEW"
                      evaluate true
                          when not crv-existing
                              move "DISMISSED" to mod-status
                              move "review no longer awaiting approval" to mod-decision
                              rewrite moderation-record
                          when input-buffer(1:1) = 'p' or input-buffer(1:1) = 'P'
                              move "PUBLISHED" to crv-decision
                              perform decideCompanyReview
                              move "ACTIONED" to mod-status
                              move "review published on the company page" to mod-decision
                              rewrite moderation-record
                              move "Review published." to output-buffer
                              perform outputLine
                          when input-buffer(1:1) = 'x' or input-buffer(1:1) = 'X'
                              move "REJECTED" to crv-decision
                              perform decideCompanyReview
                              move "ACTIONED" to mod-status
                              move "review rejected" to mod-decision
                              rewrite moderation-record
                              move "Review rejected." to output-buffer
                              perform outputLine
                          when other
                              continue
                      end-evaluate
                  when input-buffer(1:1) = 'd' or input-buffer(1:1) = 'D'
                      move "DISMISSED" to mod-status
                      move "report dismissed by the operator" to mod-decision
                      rewrite moderation-record
                      move "Report dismissed." to output-buffer
                      perform outputLine
                  when (input-buffer(1:1) = 'u' or input-buffer(1:1) = 'U')
                  and function trim(mod-target-type trailing) = "JOB"
                      open i-o job-database
                      if job-database-ok
                          move function trim(mod-target-key trailing) to job-key
                          read job-database
                              key is job-key
                              invalid key
                                  move "The reported posting is no longer on file." to output-buffer
                                  perform outputLine
                              not invalid key
                                  move "CLOSED" to job-status
                                  move function current-date(1:8) to job-updated-date
                                  rewrite job-record
                                  perform setAuditActor
                                  move "job-database.dat" to audit-file-name
                                  move job-key to audit-record-key
                                  move "REWRITE" to audit-action
                                  perform recordAuditEvent
                                  move "Posting unpublished." to output-buffer
                                  perform outputLine
                                  *> Its open applications are closed
                                  *> out; the notices wait for the
                                  *> employer's review like any other
                                  move "WITHDRAWN" to cls-reason
                                  perform setAuditActor
                                  move audit-actor to cls-actor
                                  move spaces to cls-skip-key
                                  perform closeOutPosting
                          end-read
                      end-if
                      close job-database
                      move "ACTIONED" to mod-status
                      move "posting unpublished" to mod-decision
                      rewrite moderation-record
                  when (input-buffer(1:1) = 'f' or input-buffer(1:1) = 'F')
                      *> Flag the account behind the report: the target
                      *> itself for PROFILE reports, otherwise the
                      *> posting creator / message sender is looked up
                      *> by the operator separately
                      if function trim(mod-target-type trailing) = "PROFILE"
                          move function trim(mod-target-key trailing) to buffer-acct-username
                          perform findAcct
                          if acct-found
                              *> Flagging an account is a two-person
                              *> action now - queue it; the report
                              *> stays open until the flag lands
                              move "FLAG-ACCT" to apv-action-buffer
                              move buffer-acct-username to apv-target-buffer
                              perform createPendingApproval
                              move "flag queued for second-operator approval" to mod-decision
                              rewrite moderation-record
                          else
                              move "The reported account is no longer on file." to output-buffer
                              perform outputLine
                          end-if
                      else
                          move "Flagging applies to PROFILE reports - open the account from the admin lookup instead." to output-buffer
                          perform outputLine
                      end-if
                  when other
                      continue
              end-evaluate

              if not mod-open
                  perform setAuditActor
                  move "moderation-queue.dat" to audit-file-name
                  move mod-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close moderation-queue
              exit.

*>*******************************************************************
*> Message content filter. The operator keeps a blocklist of terms
*> and patterns (profanity, payment-app requests, scam links);
*> saveMessage runs every user-sent message past it and a match is
*> held in message-quarantine.dat with a HELD entry on the
*> moderation queue instead of being delivered. The sender sees the
*> normal "sent" confirmation. The operator releases or discards the
*> held message from the moderation queue.
*>*******************************************************************

*> Paragraph: loadMessageFilters
*> Purpose:   Loads the blocklist into memory for the session
*> Input:     None
*> Output:    mflt-table, mflt-tbl-count, mflt-loaded-flag
       loadMessageFilters.
              move 0 to mflt-tbl-count
              open input message-filters
              if mfilter-ok
                  perform until message-filter-status not = "00"
                      read message-filters next record
                          at end
                              exit perform
                          not at end
                              if mflt-tbl-count < 100
                                  add 1 to mflt-tbl-count
                                  move mflt-term to mflt-tbl-term(mflt-tbl-count)
                                  move mflt-category to mflt-tbl-category(mflt-tbl-count)
                                  move mflt-match to mflt-tbl-match(mflt-tbl-count)
                                  move mflt-status to mflt-tbl-status(mflt-tbl-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close message-filters
              move 'Y' to mflt-loaded-flag
              exit.

*> Paragraph: checkMessageFilter
*> Purpose:   Tests message-content-buffer against every active
*>            blocklist row
*> Input:     message-content-buffer
*> Output:    mflt-hit-flag, mflt-hit-term, mflt-hit-category
       checkMessageFilter.
              move 'N' to mflt-hit-flag
              move spaces to mflt-hit-term
              move spaces to mflt-hit-category
              if not mflt-loaded
                  perform loadMessageFilters
              end-if
              if mflt-tbl-count = 0
                  exit paragraph
              end-if
              *> Padded with a space each side so a whole-word term
              *> matches at the very start or end of the message
              move spaces to mflt-text
              move function upper-case(message-content-buffer) to mflt-text(2:500)
              move mflt-text to mflt-word-text
              inspect mflt-word-text converting ".,;:!?'()[]-/" to "             "
              inspect mflt-word-text converting '"' to " "
              perform varying mflt-idx from 1 by 1
                      until mflt-idx > mflt-tbl-count or mflt-hit
                  if mflt-tbl-status(mflt-idx) = 'A'
                      perform matchFilterTerm
                      if mflt-term-matched
                          move 'Y' to mflt-hit-flag
                          move mflt-tbl-term(mflt-idx) to mflt-hit-term
                          move mflt-tbl-category(mflt-idx) to mflt-hit-category
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: matchFilterTerm
*> Purpose:   Looks for each "*"-separated part of one blocklist
*>            term in turn, each one after the last
*> Input:     mflt-idx, mflt-text, mflt-word-text
*> Output:    mflt-match-flag
       matchFilterTerm.
              move 'Y' to mflt-match-flag
              move spaces to mflt-frags
              unstring mflt-tbl-term(mflt-idx) delimited by "*"
                  into mflt-frag(1) mflt-frag(2) mflt-frag(3) mflt-frag(4)
              end-unstring
              if mflt-frags = spaces
                  move 'N' to mflt-match-flag
                  exit paragraph
              end-if
              if mflt-tbl-match(mflt-idx) = 'W'
                  move mflt-word-text to mflt-hay
              else
                  move mflt-text to mflt-hay
              end-if
              move 1 to mflt-pos
              perform varying mflt-fdx from 1 by 1
                      until mflt-fdx > 4 or not mflt-term-matched
                  if mflt-frag(mflt-fdx) not = spaces
                      move spaces to mflt-needle
                      if mflt-tbl-match(mflt-idx) = 'W'
                          string " " delimited by size
                                 function trim(mflt-frag(mflt-fdx)) delimited by size
                                 " " delimited by size
                                 into mflt-needle
                          end-string
                          compute mflt-len = function length(function trim(mflt-frag(mflt-fdx))) + 2
                      else
                          move function trim(mflt-frag(mflt-fdx)) to mflt-needle
                          compute mflt-len = function length(function trim(mflt-frag(mflt-fdx)))
                      end-if
                      compute mflt-last = 502 - mflt-len + 1
                      move 0 to mflt-at
                      perform varying mflt-scan from mflt-pos by 1
                              until mflt-scan > mflt-last or mflt-at > 0
                          if mflt-hay(mflt-scan:mflt-len) = mflt-needle(1:mflt-len)
                              move mflt-scan to mflt-at
                          end-if
                      end-perform
                      if mflt-at = 0
                          move 'N' to mflt-match-flag
                      else
                          *> The next part starts where this one ended,
                          *> sharing its closing space in word mode
                          compute mflt-pos = mflt-at + mflt-len - 1
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: holdFilteredMessage
*> Purpose:   Writes the message saveMessage was given to quarantine
*>            and opens a HELD entry for it on the moderation queue
*> Input:     message-*-buffer, message-priority-flag,
*>            message-spool-subject, notify-class-buffer,
*>            mflt-hit-term, mflt-hit-category
*> Output:    None
       holdFilteredMessage.
              open i-o message-quarantine
              if quarantine-missing
                  open output message-quarantine
                  close message-quarantine
                  open i-o message-quarantine
              end-if
              if not quarantine-ok
                  close message-quarantine
                  exit paragraph
              end-if
              *> Next hold number = highest on file + 1
              move 0 to mflt-next-id
              perform until quarantine-status not = "00"
                  read message-quarantine next record
                      at end
                          exit perform
                      not at end
                          if qmsg-id > mflt-next-id
                              move qmsg-id to mflt-next-id
                          end-if
                  end-read
              end-perform
              initialize quarantine-record
              compute qmsg-id = mflt-next-id + 1
              move function trim(message-sender-buffer trailing) to qmsg-sender
              move function trim(message-recipient-buffer trailing) to qmsg-recipient
              move function trim(message-content-buffer trailing) to qmsg-content
              move message-priority-flag to qmsg-priority-flag
              move message-spool-subject to qmsg-spool-subject
              move notify-class-buffer to qmsg-notify-class
              move mflt-hit-term to qmsg-matched-term
              move mflt-hit-category to qmsg-category
              move function current-date(1:8) to qmsg-held-date
              move function current-date(9:6) to qmsg-held-time
              move "HELD" to qmsg-status
              write quarantine-record
              if not quarantine-ok
                  close message-quarantine
                  exit paragraph
              end-if
              move message-sender-buffer to audit-actor
              move "message-quarantine.dat" to audit-file-name
              move qmsg-id to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent
              close message-quarantine

              open i-o moderation-queue
              if moderation-file-missing
                  open output moderation-queue
                  close moderation-queue
                  open i-o moderation-queue
              end-if
              if not moderation-ok
                  close moderation-queue
                  exit paragraph
              end-if
              move 0 to mod-next-id
              perform until moderation-status not = "00"
                  read moderation-queue next record
                      at end
                          exit perform
                      not at end
                          if mod-key > mod-next-id
                              move mod-key to mod-next-id
                          end-if
                  end-read
              end-perform
              initialize moderation-record
              compute mod-key = mod-next-id + 1
              move "CONTENT FILTER" to mod-reporter
              move "HELD" to mod-target-type
              move qmsg-id to mod-target-key
              move spaces to mod-reason
              string "message from " delimited by size
                     function trim(qmsg-sender trailing) delimited by size
                     " to " delimited by size
                     function trim(qmsg-recipient trailing) delimited by size
                     " matched " delimited by size
                     function trim(qmsg-category trailing) delimited by size
                     " term " delimited by size
                     function trim(qmsg-matched-term trailing) delimited by size
                     into mod-reason
              end-string
              move function current-date(1:8) to mod-report-date
              move "OPEN" to mod-status
              write moderation-record
              if moderation-ok
                  move "CONTENT FILTER" to audit-actor
                  move "moderation-queue.dat" to audit-file-name
                  move mod-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close moderation-queue
              exit.

*> Paragraph: showHeldMessage
*> Purpose:   Prints a held message for the operator's review
*> Input:     mod-target-key (the hold number)
*> Output:    mflt-held-flag
       showHeldMessage.
              move 'N' to mflt-held-flag
              open input message-quarantine
              if quarantine-ok
                  move function numval(mod-target-key) to qmsg-id
                  read message-quarantine
                      key is qmsg-id
                      invalid key
                          move "The held message is no longer on file." to output-buffer
                          perform outputLine
                      not invalid key
                          move spaces to output-buffer
                          string "Held message from " delimited by size
                                 function trim(qmsg-sender trailing) delimited by size
                                 " to " delimited by size
                                 function trim(qmsg-recipient trailing) delimited by size
                                 " on " delimited by size
                                 qmsg-held-date delimited by size
                                 " (" delimited by size
                                 function trim(qmsg-status trailing) delimited by size
                                 "):" delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                          move spaces to output-buffer
                          string "  " delimited by size
                                 function trim(qmsg-content trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                          if qmsg-held
                              move 'Y' to mflt-held-flag
                          end-if
                  end-read
              end-if
              close message-quarantine
              exit.

*> Paragraph: decideHeldMessage
*> Purpose:   Releases a held message to its recipient (delivered as
*>            originally sent) or discards it
*> Input:     mod-target-key, mflt-decision ('R' release, 'X' discard)
*> Output:    None
       decideHeldMessage.
              open i-o message-quarantine
              if not quarantine-ok
                  close message-quarantine
                  exit paragraph
              end-if
              move function numval(mod-target-key) to qmsg-id
              read message-quarantine
                  key is qmsg-id
                  invalid key
                      close message-quarantine
                      exit paragraph
              end-read
              if not qmsg-held
                  close message-quarantine
                  exit paragraph
              end-if
              if mflt-decision = 'R'
                  move qmsg-sender to message-sender-buffer
                  move qmsg-recipient to message-recipient-buffer
                  move qmsg-content to message-content-buffer
                  move qmsg-priority-flag to message-priority-flag
                  move qmsg-spool-subject to message-spool-subject
                  move qmsg-notify-class to notify-class-buffer
                  move 'Y' to mflt-release-flag
                  perform saveMessage
                  move 'N' to mflt-release-flag
                  move "RELEASED" to qmsg-status
              else
                  move "DISCARDED" to qmsg-status
              end-if
              move current-user to qmsg-decided-by
              move function current-date(1:8) to qmsg-decided-date
              rewrite quarantine-record
              if quarantine-ok
                  perform setAuditActor
                  move "message-quarantine.dat" to audit-file-name
                  move qmsg-id to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close message-quarantine
              exit.

*> Paragraph: manageMessageFilters
*> Purpose:   Operator maintenance of the blocklist - add a term,
*>            retire / reinstate one, or try a sample message
*> Input:     None
*> Output:    None
       manageMessageFilters.
              perform until not valid-read
                  perform loadMessageFilters
                  move "--- Message Content Filter ---" to output-buffer
                  perform outputLine
                  if mflt-tbl-count = 0
                      move "The blocklist is empty - every message is delivered." to output-buffer
                      perform outputLine
                  end-if
                  perform varying mflt-idx from 1 by 1 until mflt-idx > mflt-tbl-count
                      move mflt-idx to mflt-num-disp
                      move spaces to output-buffer
                      string "[" delimited by size
                             function trim(mflt-num-disp leading) delimited by size
                             "] " delimited by size
                             function trim(mflt-tbl-term(mflt-idx) trailing) delimited by size
                             " - " delimited by size
                             function trim(mflt-tbl-category(mflt-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      if mflt-tbl-match(mflt-idx) = 'W'
                          string function trim(output-buffer trailing) delimited by size
                                 ", whole words" delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      if mflt-tbl-status(mflt-idx) = 'R'
                          string function trim(output-buffer trailing) delimited by size
                                 " (retired)" delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      perform outputLine
                  end-perform
                  move "[a] Add a term  [r<number>] Retire / reinstate  [t] Test a message  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer = 'q' or input-buffer = 'Q'
                          exit perform
                      when input-buffer = 'a' or input-buffer = 'A'
                          perform addMessageFilter
                      when input-buffer = 't' or input-buffer = 'T'
                          move "Sample message: " to input-prompt
                          perform readInputLine
                          move input-buffer to message-content-buffer
                          perform checkMessageFilter
                          move spaces to output-buffer
                          if mflt-hit
                              string "Would be held - matches " delimited by size
                                     function trim(mflt-hit-category trailing) delimited by size
                                     " term " delimited by size
                                     function trim(mflt-hit-term trailing) delimited by size
                                     into output-buffer
                              end-string
                          else
                              move "Would be delivered." to output-buffer
                          end-if
                          perform outputLine
                          move spaces to message-content-buffer
                      when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                          move 0 to mflt-pick
                          if function trim(input-buffer(2:) trailing) is numeric
                              move function numval(input-buffer(2:)) to mflt-pick
                          end-if
                          if mflt-pick >= 1 and mflt-pick <= mflt-tbl-count
                              perform toggleMessageFilter
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when other
                          move "Invalid choice." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: addMessageFilter
*> Purpose:   Captures and writes one blocklist term
*> Input:     None
*> Output:    None
       addMessageFilter.
              initialize message-filter-record
              move "Parts that must appear in order are separated by *, e.g. VENMO*@" to output-buffer
              perform outputLine
              move "Term or pattern: " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer)) to mflt-term
              move mflt-term to mflt-frags
              inspect mflt-frags replacing all "*" by " "
              if mflt-frags = spaces
                  move "A term is required." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Match [1] anywhere in the text  [2] whole words only: " to input-prompt
              perform readInputLine
              if input-buffer(1:1) = '2'
                  move 'W' to mflt-match
              else
                  move 'C' to mflt-match
              end-if
              move "Category [1] PROFANITY  [2] PAYMENT  [3] SCAM-LINK  [4] OTHER: " to input-prompt
              perform readInputLine
              evaluate input-buffer(1:1)
                  when '1'
                      move "PROFANITY" to mflt-category
                  when '2'
                      move "PAYMENT" to mflt-category
                  when '3'
                      move "SCAM-LINK" to mflt-category
                  when other
                      move "OTHER" to mflt-category
              end-evaluate
              move 'A' to mflt-status
              move current-user to mflt-added-by
              move function current-date(1:8) to mflt-added-date

              open i-o message-filters
              if mfilter-missing
                  open output message-filters
                  close message-filters
                  open i-o message-filters
              end-if
              if mfilter-ok
                  write message-filter-record
                  if mfilter-ok
                      perform setAuditActor
                      move "message-filters.dat" to audit-file-name
                      move mflt-term to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      move "Term added." to output-buffer
                      perform outputLine
                  else
                      move "That term is already on the blocklist." to output-buffer
                      perform outputLine
                  end-if
              end-if
              close message-filters
              exit.

*> Paragraph: toggleMessageFilter
*> Purpose:   Retires an active term or reinstates a retired one
*> Input:     mflt-pick
*> Output:    None
       toggleMessageFilter.
              open i-o message-filters
              if mfilter-ok
                  move mflt-tbl-term(mflt-pick) to mflt-term
                  read message-filters
                      key is mflt-term
                      invalid key
                          continue
                      not invalid key
                          if mflt-active
                              move 'R' to mflt-status
                          else
                              move 'A' to mflt-status
                          end-if
                          rewrite message-filter-record
                          perform setAuditActor
                          move "message-filters.dat" to audit-file-name
                          move mflt-term to audit-record-key
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                  end-read
              end-if
              close message-filters
              exit.

*> Paragraph: checkBlocked
*> Purpose:   Sets block-in-force when block-check-target has blocked
*>            block-check-actor, so the caller can refuse the contact
*>            without revealing why (the standard "not found" message
*>            keeps the block invisible to the blocked party)
*> Input:     block-check-actor  - the user trying to reach someone
*>            block-check-target - the user being reached
*> Output:    block-found-flag
       checkBlocked.
              move 'N' to block-found-flag
              open input blocked-users
              if blocked-ok
                  move spaces to block-key
                  string function trim(block-check-target trailing) delimited by size
                         "|" delimited by size
                         function trim(block-check-actor trailing) delimited by size
                         into block-key
                  end-string
                  read blocked-users
                      key is block-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to block-found-flag
                  end-read
              end-if
              close blocked-users
              exit.

*>*******************************************************************
*> Manage Blocked Users - review who you have blocked, block someone
*> new, or unblock an entry. A blocked user cannot message you, send
*> you connection requests, find you in search, or land in your
*> profile-viewers log.
*>*******************************************************************
       manageBlockedUsers.
              perform until not valid-read
                  move "--- Manage Blocked Users ---" to output-buffer
                  perform outputLine
                  move 0 to block-list-count

                  open input blocked-users
                  if blocked-ok
                      perform until blocked-status not = "00"
                          read blocked-users next record
                              at end
                                  exit perform
                              not at end
                                  if function trim(block-blocker trailing) = function trim(current-user trailing)
                                  and block-list-count < 50
                                      add 1 to block-list-count
                                      move block-blocked to block-list-name-entry(block-list-count)
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(block-list-count leading) delimited by size
                                             "] " delimited by size
                                             function trim(block-blocked trailing) delimited by size
                                             " (blocked " delimited by size
                                             block-date delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close blocked-users

                  if block-list-count = 0
                      move "You have not blocked anyone." to output-buffer
                      perform outputLine
                  end-if
                  move "[a] Block a user  [u] Unblock a number  [q] Go Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = 'a' or menu-choice = 'A'
                          perform blockUser
                      when menu-choice = 'u' or menu-choice = 'U'
                          move "Number to unblock:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to block-selected-index
                          if block-selected-index >= 1 and block-selected-index <= block-list-count
                              if support-viewing
                                  perform supportWriteBlocked
                                  exit paragraph
                              end-if
                              open i-o blocked-users
                              if blocked-ok
                                  move spaces to block-key
                                  string function trim(current-user trailing) delimited by size
                                         "|" delimited by size
                                         function trim(block-list-name-entry(block-selected-index) trailing) delimited by size
                                         into block-key
                                  end-string
                                  delete blocked-users
                                      invalid key
                                          move "Could not unblock that user." to output-buffer
                                          perform outputLine
                                      not invalid key
                                          move current-user to audit-actor
                                          move "blocked-users.dat" to audit-file-name
                                          move block-key to audit-record-key
                                          move "DELETE" to audit-action
                                          perform recordAuditEvent
                                          move "User unblocked." to output-buffer
                                          perform outputLine
                                  end-delete
                              end-if
                              close blocked-users
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: blockUser
*> Purpose:   Records a block by current-user against a named user
*> Input:     None (prompts)
*> Output:    None
       blockUser.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Username to block:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to block-check-target

              if function trim(block-check-target trailing) = function trim(current-user trailing)
                  move "You cannot block yourself." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move block-check-target to buffer-acct-username
              perform findAcct
              if not acct-found
                  move "User not found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o blocked-users
              if blocked-file-missing
                  open output blocked-users
                  close blocked-users
                  open i-o blocked-users
              end-if
              if not blocked-ok
                  move "Unable to open the block list." to output-buffer
                  perform outputLine
                  close blocked-users
                  exit paragraph
              end-if

              move spaces to block-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(block-check-target trailing) delimited by size
                     into block-key
              end-string
              move current-user to block-blocker
              move block-check-target to block-blocked
              move function current-date(1:8) to block-date

              write block-record
              if blocked-ok
                  move current-user to audit-actor
                  move "blocked-users.dat" to audit-file-name
                  move block-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "User blocked." to output-buffer
                  perform outputLine
              else
                  move "That user is already blocked." to output-buffer
                  perform outputLine
              end-if
              close blocked-users
              exit.

*> Paragraph: recordProfileView
*> Purpose:   Appends a "viewer|viewed|date" line to the profile view
*>            log whenever one user looks up another's profile
*> Input:     profile-view-viewer - the viewer's username
*>            current-user        - the profile owner being viewed
*> Output:    None
       recordProfileView.
              *> A support view must not show up as the member's own
              *> browsing
              if support-viewing
                  exit paragraph
              end-if
              *> Never log a viewer the profile owner has blocked
              move profile-view-viewer to block-check-actor
              move current-user to block-check-target
              perform checkBlocked
              if block-in-force
                  exit paragraph
              end-if

              move function current-date(1:8) to profile-view-date
              open extend profile-views
              if profile-views-status = "35"
                  open output profile-views
              end-if
              if profile-views-status = "00"
                  move spaces to profile-view-line
                  string function trim(profile-view-viewer trailing) delimited by size
                         "|" delimited by size
                         function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         profile-view-date delimited by size
                         into profile-view-line
                  end-string
                  write profile-view-line
              end-if
              close profile-views
              exit.

*> Paragraph: viewProfileViewers
*> Purpose:   Lists the most recent people who have looked up the
*>            current user's profile, newest first
*> Input:     current-user - the profile owner whose log entries we want
*> Output:    None
       viewProfileViewers.
              move profile-viewers-title to output-buffer
              perform outputLine
              move 0 to viewer-count
              move 'N' to profile-views-done-flag

              open input profile-views
              if profile-views-status = "00"
                  perform until profile-views-done-flag = 'Y'
                      read profile-views
                          at end
                                       viewer-split-viewed
                                       viewer-split-date
                              end-unstring
                              if function trim(viewer-split-viewed trailing) = function trim(current-user trailing)
                              and viewer-count < 50
                                  add 1 to viewer-count
                                  move viewer-split-viewer to viewer-name-entry(viewer-count)
                                  move viewer-split-date to viewer-date-entry(viewer-count)
                              end-if
                      end-read
                  end-perform
                  close profile-views
              end-if

              *> Bubble-sort the collected viewers newest-first by date
              perform varying viewer-sort-idx from 1 by 1
                  until viewer-sort-idx > viewer-count - 1
                  perform varying viewer-sort-jdx from 1 by 1
                      until viewer-sort-jdx > viewer-count - viewer-sort-idx
                      if viewer-date-entry(viewer-sort-jdx) < viewer-date-entry(viewer-sort-jdx + 1)
                          move viewer-name-entry(viewer-sort-jdx) to viewer-swap-name
                          move viewer-name-entry(viewer-sort-jdx + 1) to viewer-name-entry(viewer-sort-jdx)
                          move viewer-swap-name to viewer-name-entry(viewer-sort-jdx + 1)

                          move viewer-date-entry(viewer-sort-jdx) to viewer-swap-date
                          move viewer-date-entry(viewer-sort-jdx + 1) to viewer-date-entry(viewer-sort-jdx)
                          move viewer-swap-date to viewer-date-entry(viewer-sort-jdx + 1)
                      end-if
                  end-perform
              end-perform

              if viewer-count = 0
                  move profile-viewers-empty to output-buffer
                  perform outputLine
              else
                  perform varying viewer-index from 1 by 1
                      until viewer-index > viewer-count
                      move spaces to output-buffer
                      string "- " delimited by size
                             function trim(viewer-name-entry(viewer-index) trailing) delimited by size
                             " (viewed on " delimited by size
                             viewer-date-entry(viewer-index) delimited by size
                             ")" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
              end-if
              exit.

*>*******************************************************************
*> Network Digest ("What's New") - tallies pending connection
*> requests, connections made today, and unread messages addressed
*> to current-user, and reports all three in one combined screen
*>*******************************************************************
       networkDigest.
              move function current-date(1:8) to digest-today
              move 0 to digest-my-pending
              move 0 to digest-my-unread
              move 0 to digest-my-new-conn

              open input pending-requests
              if pending-status = "00"
                  perform until pending-status not = "00"
                      read pending-requests next record
                          at end
                              exit perform
                          not at end
                              if function trim(req-recipient trailing) = function trim(current-user trailing)
                                  add 1 to digest-my-pending
                              end-if
                      end-read
                  end-perform
              end-if
              close pending-requests

              open input message-database
              if message-database-status = "00"
                  *> Straight to the member's inbox through the recipient index
                  move current-user to message-recipient
                  start message-database key is equal to message-recipient
                      invalid key
                          continue
                  end-start
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              if message-recipient not = current-user
                                  exit perform
                              end-if
                              if function trim(message-recipient trailing) = function trim(current-user trailing)
                              and message-unread
                                  add 1 to digest-my-unread
                              end-if
                      end-read
                  end-perform
              end-if
              close message-database

              open input connection-database
              if connection-ok
                  *> Through both user indexes - the member can be on either
                  *> side of a connection
                  perform varying cnx-pass from 1 by 1 until cnx-pass > 2
                      if cnx-pass = 1
                          move current-user to connection-user-1
                          start connection-database key is equal to connection-user-1
                              invalid key
                                  continue
                          end-start
                      else
                          move current-user to connection-user-2
                          start connection-database key is equal to connection-user-2
                              invalid key
                                  continue
                          end-start
                      end-if
                      perform until connection-database-status(1:1) not = "0"
                          read connection-database next record
                              at end
                                  exit perform
                              not at end
                                  if (cnx-pass = 1 and connection-user-1 not = current-user)
                                  or (cnx-pass = 2 and connection-user-2 not = current-user)
                                      exit perform
                                  end-if
                                  if (function trim(connection-user-1 trailing) = function trim(current-user trailing)
                                  or function trim(connection-user-2 trailing) = function trim(current-user trailing))
                                  and connection-created-date = digest-today
                                      add 1 to digest-my-new-conn
                                  end-if
                          end-read
                      end-perform
                  end-perform
              end-if
              close connection-database

              move "--- What's New ---" to output-buffer
              perform outputLine

              move spaces to output-buffer
              string "Pending connection requests: " delimited by size
                     function trim(digest-my-pending leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine

              move spaces to output-buffer
              string "New connections today: " delimited by size
                     function trim(digest-my-new-conn leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine

              move spaces to output-buffer
              string "Unread messages: " delimited by size
                     function trim(digest-my-unread leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine

              move "--------------------" to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> Standard report writer - the shared presentation layer the
*> operator reports print through: a page header with report name,
*> run date/time and page number, column headings repeated on every
*> page, and an end-of-report line carrying the line count so a
*> torn-off printout is detectably complete. Callers set rpt-name
*> (and optionally the column headings), perform reportInit, route
*> their lines through reportLine instead of outputLine, and finish
*> with reportEnd.
*>*******************************************************************

*> Paragraph: reportInit
*> Purpose:   Starts a report - resets the counters so the first
*>            reportLine prints the page-one heading
*> Input:     rpt-name, rpt-col-head-1/rpt-col-head-2 (blank = none)
*> Output:    None
       reportInit.
              move 0 to rpt-page
              move 0 to rpt-lines-total
              move rpt-page-size to rpt-line-count
              move function current-date(1:14) to rpt-stamp
              exit.

*> Paragraph: reportLine
*> Purpose:   Prints output-buffer through the page machinery,
*>            breaking to a fresh heading every rpt-page-size lines
*> Input:     output-buffer (cleared, as outputLine does)
*> Output:    None
       reportLine.
              move output-buffer to rpt-hold-buffer
              if rpt-line-count >= rpt-page-size
                  perform reportPageHeading
              end-if
              move rpt-hold-buffer to output-buffer
              perform outputLine
              add 1 to rpt-line-count
              add 1 to rpt-lines-total
              exit.

*> Paragraph: reportPageHeading
*> Purpose:   Prints the page banner and repeats the column headings
*> Input:     rpt-name, rpt-stamp, rpt-col-head-1/2
*> Output:    rpt-line-count reset past the heading
       reportPageHeading.
              add 1 to rpt-page
              move spaces to output-buffer
              string "REPORT: " delimited by size
                     function trim(rpt-name trailing) delimited by size
                     "   RUN " delimited by size
                     rpt-stamp(1:8) delimited by size
                     " " delimited by size
                     rpt-stamp(9:6) delimited by size
                     "   PAGE " delimited by size
                     function trim(rpt-page leading) delimited by size
                     into output-buffer
              end-string
              if cmp-report-campus not = spaces
                  string function trim(output-buffer trailing) delimited by size
                         "   CAMPUS " delimited by size
                         function trim(cmp-report-campus trailing) delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              move "--------------------------------------------------------------------------------" to output-buffer
              perform outputLine
              move 2 to rpt-line-count
              if function trim(rpt-col-head-1 trailing) not = spaces
                  move rpt-col-head-1 to output-buffer
                  perform outputLine
                  add 1 to rpt-line-count
              end-if
              if function trim(rpt-col-head-2 trailing) not = spaces
                  move rpt-col-head-2 to output-buffer
                  perform outputLine
                  add 1 to rpt-line-count
              end-if
              exit.

*> Paragraph: reportEnd
*> Purpose:   Closes the report with the detectable-completeness line
*> Input:     rpt-lines-total
*> Output:    None
       reportEnd.
              move spaces to output-buffer
              string "*** END OF REPORT - " delimited by size
                     function trim(rpt-lines-total leading) delimited by size
                     " line(s) ***" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to rpt-col-head-1
              move spaces to rpt-col-head-2
              move spaces to cmp-report-campus
              exit.

*> Paragraph: outputLine
*> Purpose:   Prints string in buffer to console and saves to output log
*> Input:     output-buffer - string you want to be output. Will be cleared
*> Output:    None
       outputLine.
              *> Every screen heading shown in a support view goes on
              *> the audit trail as a screen visit
              if support-viewing and output-buffer(1:4) = "--- "
                  move output-buffer to support-screen-name
                  perform supportLogScreen
              end-if

              open extend output-file.

              if output-file-status = "35"
                  *> Log file does not exist yet, so create it
                  open output output-file
              end-if

              *> Ensure file opened properly
              if output-file-status = "00"
                  *> If we want to ensure that the console and output file are the same,
                  *> console output can only happen if output file opens
                  move output-buffer to output-line
                  display function trim(output-line, trailing) *> Will make logged output have extra spaces compared to command line. Do we care?
                  write output-line

                  close output-file
              else
                  display "Error opening output file: " output-file-status " (ã£- â€¸ - Ï‚)"
              end-if

              *> Some characters get 'stuck', manually clearing fixes it though
              move spaces to output-buffer.
              exit.


*> Paragraph: displayLogo
*> Purpose:   Prints the beautiful ascii logo for us
*> Input:     None
*> Output:    None
*> ASCII art was created with https://patorjk.com/software/taag/
       displayLogo.
              perform displayASCIILine.
              perform outputLine.
              move "           /##            /######            /## /##                                        " to output-buffer.
              perform outputLine.
              move "          |__/           /##__  ##          | ##| ##                                        " to output-buffer.
              perform outputLine.
              move "           /## /####### | ##  \__/  /###### | ##| ##  /######   /######   /######           " to output-buffer.
              perform outputLine.
              move "          | ##| ##__  ##| ##       /##__  ##| ##| ## /##__  ## /##__  ## /##__  ##          " to output-buffer.
              perform outputLine.
              move "          | ##| ##  \ ##| ##      | ##  \ ##| ##| ##| ########| ##  \ ##| ########          " to output-buffer.
              perform outputLine.
              move "          | ##| ##  | ##| ##    ##| ##  | ##| ##| ##| ##_____/| ##  | ##| ##_____/          " to output-buffer.
              perform outputLine.
              move "          | ##| ##  | ##|  ######/|  ######/| ##| ##|  #######|  #######|  #######          " to output-buffer.
              perform outputLine.
              move "          |__/|__/  |__/ \______/  \______/ |__/|__/ \_______/ \____  ## \_______/          " to output-buffer.
              perform outputLine.
              move "                                                               /##  \ ##                    " to output-buffer.
              perform outputLine.
              move "                                                              |  ######/                    " to output-buffer.
              perform outputLine.
              move "                                                               \______/                      " to output-buffer.
              perform outputLine.
              move "                                                                             à¸…^â€¢ï»Œâ€¢^à¸…        " to output-buffer.
              perform outputLine.
              perform displayASCIILine.
              move "                                                                    Created by Team Kentucky" to output-buffer.
              perform outputLine.
              move "                            The world's best job site for students                          " to output-buffer.
              perform outputLine.
              perform outputLine.
              perform outputLine.
              exit.


       displayASCIILine.
              move "############################################################################################" to output-buffer.
              perform outputLine.
              exit.


       displayDashedLine.
              move "----------------------------------------------------------------------------------------------" to output-buffer.
              perform outputLine.
              exit.


*>*******************************************************************
*> View list of pending connection requests for current user
*>*******************************************************************
       viewPendingRequests.
              perform outputLine
              move pending-title to output-buffer
              perform outputLine
              move 0 to pending-count

              open input pending-requests
              if pending-status = "00"
                  perform until pending-status not = "00"
                      read pending-requests next record
                          at end
                              exit perform
                          not at end
                              if function trim(req-recipient trailing) = function trim(current-user trailing)
                              and pending-count < 50
                                  add 1 to pending-count
                                  move req-sender to pending-sender-entry(pending-count)
                                  move req-sent-date to pending-date-entry(pending-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close pending-requests

              *> Sort the pending-request table oldest-first by sent date
              *> so stale requests surface before newer ones
              perform varying pending-sort-idx from 1 by 1 until pending-sort-idx > pending-count
                  perform varying pending-sort-jdx from 1 by 1 until pending-sort-jdx > pending-count - pending-sort-idx
                      if pending-date-entry(pending-sort-jdx) > pending-date-entry(pending-sort-jdx + 1)
                          move pending-sender-entry(pending-sort-jdx) to pending-swap-sender
                          move pending-date-entry(pending-sort-jdx) to pending-swap-date

                          move pending-sender-entry(pending-sort-jdx + 1) to pending-sender-entry(pending-sort-jdx)
                          move pending-date-entry(pending-sort-jdx + 1) to pending-date-entry(pending-sort-jdx)

                          move pending-swap-sender to pending-sender-entry(pending-sort-jdx + 1)
                          move pending-swap-date to pending-date-entry(pending-sort-jdx + 1)
                      end-if
                  end-perform
              end-perform

              perform varying pending-sort-idx from 1 by 1 until pending-sort-idx > pending-count
                  move spaces to output-buffer
                  string "- " delimited by size
                         function trim(pending-sender-entry(pending-sort-idx) trailing) delimited by size
                         "  (sent " delimited by size
                         pending-date-entry(pending-sort-idx) delimited by size
                         ")" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine

                  move pending-sender-entry(pending-sort-idx) to buffer-acct-username
                  perform findAcct

                  string
                      "    " delimited by size
                      function trim(profile-first-name trailing) delimited by size
                      " "
                      function trim(profile-last-name trailing) delimited by size
                      into output-buffer
                  end-string
                  perform outputLine


                 string
                      "    " delimited by size
                      function trim(profile-major trailing) delimited by size
                      ", "
                      function trim(profile-university trailing) delimited by size
                      into output-buffer
                  end-string
                  perform outputLine

                  *> A request that came through an introduction says
                  *> who vouched for the sender
                  move spaces to intro-key
                  string function trim(pending-sender-entry(pending-sort-idx) trailing) delimited by size
                         "|" delimited by size
                         function trim(current-user trailing) delimited by size
                         into intro-key
                  end-string
                  perform introShowForRequest
              end-perform

              if pending-count = 0
                  move pending-empty to output-buffer
                  perform outputLine
                  move "--------------------" to output-buffer
                  perform outputLine
              else
                  move "--------------------" to output-buffer
                  perform outputLine
                  move "Enter the username of the connection request you wish to respond to (q to quit)" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move input-buffer to pending-searched-user

                  evaluate true
                  when pending-searched-user = 'q'
                         continue
                  when other
                         perform processPendingRequests
                  end-evaluate
              end-if

             perform outputLine

            exit.

       processPendingRequests.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o pending-requests
              if pending-status = "00"
                  perform until pending-status not = "00"
                      read pending-requests next record
                          at end
                              *> Tell user that request not found
                              string
                                  "Connection request from user " delimited by size
                                  function trim(pending-searched-user trailing) delimited by size
                                  " was not found" delimited by size
                                  into output-buffer
                              end-string
                              perform outputLine
                              exit perform
                          not at end
                              if function trim(req-recipient trailing) = function trim(current-user trailing)
                              and function trim(req-sender trailing) = function trim(pending-searched-user)
                                  *> Menu asking to accept or reject connection
                                  move "[0] Connect with user" to output-buffer
                                  perform outputLine
                                  move "[1] Reject request" to output-buffer
                                  perform outputLine
                                  move "[q] Quit" to output-buffer
                                  perform outputLine

                                  move "> " to input-prompt
                                  perform readInputLine

                                  evaluate true
                                      when input-buffer = '0'
                                          *> Checkpoint before the accept transaction's two steps
                                          *> (create connection, then delete the pending record)
                                          move spaces to restart-checkpoint-text
                                          string "ACCEPT-CONNECTION " delimited by size
                                                 function trim(req-key trailing) delimited by size
                                                 into restart-checkpoint-text
                                          end-string
                                          perform writeCheckpoint

                                          *> call paragraph to save to established connections database
                                          move req-key to connection-key
                                          move req-recipient to connection-user-1
                                          move req-sender to connection-user-2

                                          perform createConnection

                                          if connection-ok
                                          *> Then delete from old database
                                              delete pending-requests
                                                  invalid key
                                                      move "Failed to accept request" to output-buffer
                                                      perform outputLine
                                                  not invalid key
                                                      move current-user to audit-actor
                                                      move "pending-requests.dat" to audit-file-name
                                                      move req-key to audit-record-key
                                                      move "DELETE" to audit-action
                                                      perform recordAuditEvent
                                                      move "Sucessfully accepted connection request!" to output-buffer
                                                      perform outputLine
                                                      move "CONNECTED" to intro-decision
                                                      perform introCloseForRequest
                                              end-delete
                                          end-if
                                          perform clearCheckpoint
                                          exit perform
                                      when input-buffer = '1'
                                          perform confirmAction
                                          if not action-confirmed
                                              move "Rejection cancelled." to output-buffer
                                              perform outputLine
                                              exit perform
                                          end-if

                                          *> Checkpoint before the reject transaction's two steps
                                          *> (record the rejection audit entry, then delete the
                                          *> pending record)
                                          move spaces to restart-checkpoint-text
                                          string "REJECT-CONNECTION " delimited by size
                                                 function trim(req-key trailing) delimited by size
                                                 into restart-checkpoint-text
                                          end-string
                                          perform writeCheckpoint

                                          *> Record the rejection in the audit trail before removing
                                          *> the pending request, so a repeat sender can be flagged
                                          move req-key to rejected-key
                                          move req-sender to rejected-sender
                                          move req-recipient to rejected-recipient
                                          perform recordRejectedConnection

                                          *> Delete from pending database
                                          delete pending-requests
                                              invalid key
                                                  move "Could not reject request" to output-buffer
                                                  perform outputLine
                                              not invalid key
                                                  move current-user to audit-actor
                                                  move "pending-requests.dat" to audit-file-name
                                                  move req-key to audit-record-key
                                                  move "DELETE" to audit-action
                                                  perform recordAuditEvent
                                                  move "Sucessfully rejected request" to output-buffer
                                                  perform outputLine
                                                  move "REFUSED" to intro-decision
                                                  perform introCloseForRequest
                                          end-delete
                                          perform clearCheckpoint
                                          exit perform
                                      when other
                                          exit perform
                                  end-evaluate
                              end-if
                      end-read
                  end-perform
              end-if

              close pending-requests
              exit.

*>*******************************************************************
*> "People You May Know" - walks the current user's connections'
*> connections, excludes anyone already connected, pending, rejected,
*> blocked or private, ranks candidates by mutual-connection count,
*> and offers a one-keystroke path into sendConnectionRequest
*>*******************************************************************
       peopleYouMayKnow.
              move "--- People You May Know ---" to output-buffer
              perform outputLine
              move 0 to pymk-my-conn-count
              move 0 to pymk-cand-count

              *> Pass 1: collect my own connections
              open input connection-database
              if connection-database-status = "00"
                  *> Through both user indexes - the member can be on either
                  *> side of a connection
                  perform varying cnx-pass from 1 by 1 until cnx-pass > 2
                      if cnx-pass = 1
                          move current-user to connection-user-1
                          start connection-database key is equal to connection-user-1
                              invalid key
                                  continue
                          end-start
                      else
                          move current-user to connection-user-2
                          start connection-database key is equal to connection-user-2
                              invalid key
                                  continue
                          end-start
                      end-if
                      perform until connection-database-status(1:1) not = "0"
                          read connection-database next record
                              at end
                                  exit perform
                              not at end
                                  if (cnx-pass = 1 and connection-user-1 not = current-user)
                                  or (cnx-pass = 2 and connection-user-2 not = current-user)
                                      exit perform
                                  end-if
                                  if function trim(connection-user-1 trailing) = function trim(current-user trailing)
                                  and pymk-my-conn-count < 100
                                      add 1 to pymk-my-conn-count
                                      move connection-user-2 to pymk-my-conn-entry(pymk-my-conn-count)
                                  end-if
                                  if function trim(connection-user-2 trailing) = function trim(current-user trailing)
                                  and pymk-my-conn-count < 100
                                      add 1 to pymk-my-conn-count
                                      move connection-user-1 to pymk-my-conn-entry(pymk-my-conn-count)
                                  end-if
                          end-read
                      end-perform
                  end-perform
              end-if
              close connection-database

              if pymk-my-conn-count = 0
                  move "Connect with a few people first - suggestions come from your network." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Pass 2: every connection touching one of my connections
              *> offers its other endpoint as a candidate
              open input connection-database
              if connection-database-status = "00"
                  perform until connection-database-status(1:1) not = "0"
                      read connection-database next record
                          at end
                              exit perform
                          not at end
                              perform varying pymk-jdx from 1 by 1
                                  until pymk-jdx > pymk-my-conn-count
                                  if function trim(connection-user-1 trailing) =
                                     function trim(pymk-my-conn-entry(pymk-jdx) trailing)
                                      move connection-user-2 to pymk-candidate
                                      move connection-user-1 to pymk-via
                                      perform pymkConsiderCandidate
                                  end-if
                                  if function trim(connection-user-2 trailing) =
                                     function trim(pymk-my-conn-entry(pymk-jdx) trailing)
                                      move connection-user-1 to pymk-candidate
                                      move connection-user-2 to pymk-via
                                      perform pymkConsiderCandidate
                                  end-if
                              end-perform
                      end-read
                  end-perform
              end-if
              close connection-database

              if pymk-cand-count = 0
                  move "No suggestions right now - your connections' networks have no one new." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Rank by number of mutual connections, best first
              perform varying pymk-idx from 1 by 1
                  until pymk-idx > pymk-cand-count - 1
                  perform varying pymk-jdx from 1 by 1
                      until pymk-jdx > pymk-cand-count - pymk-idx
                      if pymk-cand-mutual-entry(pymk-jdx) < pymk-cand-mutual-entry(pymk-jdx + 1)
                          move pymk-cand-name-entry(pymk-jdx) to pymk-swap-name
                          move pymk-cand-via-entry(pymk-jdx) to pymk-swap-via
                          move pymk-cand-mutual-entry(pymk-jdx) to pymk-swap-mutual
                          move pymk-cand-name-entry(pymk-jdx + 1) to pymk-cand-name-entry(pymk-jdx)
                          move pymk-cand-via-entry(pymk-jdx + 1) to pymk-cand-via-entry(pymk-jdx)
                          move pymk-cand-mutual-entry(pymk-jdx + 1) to pymk-cand-mutual-entry(pymk-jdx)
                          move pymk-swap-name to pymk-cand-name-entry(pymk-jdx + 1)
                          move pymk-swap-via to pymk-cand-via-entry(pymk-jdx + 1)
                          move pymk-swap-mutual to pymk-cand-mutual-entry(pymk-jdx + 1)
                      end-if
                  end-perform
              end-perform

              perform varying pymk-idx from 1 by 1 until pymk-idx > pymk-cand-count
                  move spaces to output-buffer
                  string "[" delimited by size
                         function trim(pymk-idx leading) delimited by size
                         "] " delimited by size
                         function trim(pymk-cand-name-entry(pymk-idx) trailing) delimited by size
                         " - " delimited by size
                         function trim(pymk-cand-mutual-entry(pymk-idx) leading) delimited by size
                         " mutual connection(s), via " delimited by size
                         function trim(pymk-cand-via-entry(pymk-idx) trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform

              move "Enter number to send a connection request, i<number> to ask for an introduction (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              if input-buffer(1:1) = 'i' or input-buffer(1:1) = 'I'
                  move function trim(input-buffer(2:) trailing) to pymk-selected-index
                  if pymk-selected-index >= 1 and pymk-selected-index <= pymk-cand-count
                      move pymk-cand-name-entry(pymk-selected-index) to intro-ask-target
                      perform askForIntroduction
                  else
                      move "Invalid selection." to output-buffer
                      perform outputLine
                  end-if
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to pymk-selected-index
              if pymk-selected-index >= 1 and pymk-selected-index <= pymk-cand-count
                  move current-user to pending-sender
                  move pymk-cand-name-entry(pymk-selected-index) to pending-recipient
                  perform sendConnectionRequest
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: pymkConsiderCandidate
*> Purpose:   Filters one second-degree candidate (not me, not already
*>            connected, no pending request either way, not in the
*>            rejection history, not blocked either way, not PRIVATE)
*>            and tallies the mutual-connection count
*> Input:     pymk-candidate, pymk-via
*> Output:    pymk-cand-* tables
       pymkConsiderCandidate.
              if function trim(pymk-candidate trailing) = function trim(current-user trailing)
                  exit paragraph
              end-if
              *> Already connected to me?
              perform varying pymk-idx from 1 by 1 until pymk-idx > pymk-my-conn-count
                  if function trim(pymk-my-conn-entry(pymk-idx) trailing) =
                     function trim(pymk-candidate trailing)
                      exit paragraph
                  end-if
              end-perform
              *> Already a tallied candidate? Just bump the mutual count
              perform varying pymk-idx from 1 by 1 until pymk-idx > pymk-cand-count
                  if function trim(pymk-cand-name-entry(pymk-idx) trailing) =
                     function trim(pymk-candidate trailing)
                      add 1 to pymk-cand-mutual-entry(pymk-idx)
                      exit paragraph
                  end-if
              end-perform
              if pymk-cand-count >= 50
                  exit paragraph
              end-if

              move 'N' to pymk-skip-flag

              *> Pending request in either direction rules the person out
              open input pending-requests
              if pending-status = "00"
                  move spaces to pending-key-buffer
                  string function trim(pymk-candidate trailing) delimited by size
                         '|' delimited by size
                         function trim(current-user trailing) delimited by size
                         into pending-key-buffer
                  end-string
                  move pending-key-buffer to req-key
                  read pending-requests
                      key is req-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to pymk-skip-flag
                  end-read
                  move spaces to pending-key-buffer
                  string function trim(current-user trailing) delimited by size
                         '|' delimited by size
                         function trim(pymk-candidate trailing) delimited by size
                         into pending-key-buffer
                  end-string
                  move pending-key-buffer to req-key
                  read pending-requests
                      key is req-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to pymk-skip-flag
                  end-read
              end-if
              close pending-requests
              if pymk-skip-flag = 'Y'
                  exit paragraph
              end-if

              *> So does a rejection on record, either direction
              open input rejected-connections
              if rejected-status = "00"
                  move spaces to pending-key-buffer
                  string function trim(pymk-candidate trailing) delimited by size
                         '|' delimited by size
                         function trim(current-user trailing) delimited by size
                         into pending-key-buffer
                  end-string
                  move pending-key-buffer to rejected-key
                  read rejected-connections
                      key is rejected-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to pymk-skip-flag
                  end-read
                  move spaces to pending-key-buffer
                  string function trim(current-user trailing) delimited by size
                         '|' delimited by size
                         function trim(pymk-candidate trailing) delimited by size
                         into pending-key-buffer
                  end-string
                  move pending-key-buffer to rejected-key
                  read rejected-connections
                      key is rejected-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to pymk-skip-flag
                  end-read
              end-if
              close rejected-connections
              if pymk-skip-flag = 'Y'
                  exit paragraph
              end-if

              *> Blocks in either direction, and PRIVATE profiles, are
              *> never suggested
              move current-user to block-check-actor
              move pymk-candidate to block-check-target
              perform checkBlocked
              if block-in-force
                  exit paragraph
              end-if
              move pymk-candidate to block-check-actor
              move current-user to block-check-target
              perform checkBlocked
              if block-in-force
                  exit paragraph
              end-if
              move pymk-candidate to buffer-acct-username
              perform findAcct
              if not acct-found or visibility-private
                  exit paragraph
              end-if

              add 1 to pymk-cand-count
              move pymk-candidate to pymk-cand-name-entry(pymk-cand-count)
              move pymk-via to pymk-cand-via-entry(pymk-cand-count)
              move 1 to pymk-cand-mutual-entry(pymk-cand-count)
              exit.

*>*******************************************************************
*> Brokered introductions - from People You May Know a member asks
*> one of the mutual connections to introduce them to a second-degree
*> contact. The introducer passes the connection request on with a
*> note of their own, or declines; the target sees who made the
*> introduction alongside the request. Blocks, PRIVATE profiles and
*> the rejected-request limit apply exactly as to a cold request.
*>*******************************************************************

*> Paragraph: askForIntroduction
*> Purpose:   Lets current-user pick the mutual connection to ask and
*>            write the note, then records the introduction request
*> Input:     intro-ask-target, pymk-my-conn table
*> Output:    introductions.dat
       askForIntroduction.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform introCheckReachable
              if not intro-existing
                  exit paragraph
              end-if

              *> The mutual connections - my connections who are also
              *> connected to the target
              move 0 to intro-mutual-count
              open input connection-database
              if connection-database-status = "00"
                  perform until connection-database-status(1:1) not = "0"
                      read connection-database next record
                          at end
                              exit perform
                          not at end
                              move spaces to pymk-candidate
                              if function trim(connection-user-1 trailing) = function trim(intro-ask-target trailing)
                                  move connection-user-2 to pymk-candidate
                              end-if
                              if function trim(connection-user-2 trailing) = function trim(intro-ask-target trailing)
                                  move connection-user-1 to pymk-candidate
                              end-if
                              if pymk-candidate not = spaces
                                  perform varying pymk-jdx from 1 by 1
                                      until pymk-jdx > pymk-my-conn-count
                                      if function trim(pymk-my-conn-entry(pymk-jdx) trailing) =
                                         function trim(pymk-candidate trailing)
                                      and intro-mutual-count < 100
                                          add 1 to intro-mutual-count
                                          move pymk-candidate to intro-mutual-entry(intro-mutual-count)
                                      end-if
                                  end-perform
                              end-if
                      end-read
                  end-perform
              end-if
              close connection-database
              if intro-mutual-count = 0
                  move "You have no mutual connection with this person to ask." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move spaces to output-buffer
              string "Who should introduce you to " delimited by size
                     function trim(intro-ask-target trailing) delimited by size
                     "?" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              perform varying intro-mutual-idx from 1 by 1
                  until intro-mutual-idx > intro-mutual-count
                  move spaces to output-buffer
                  string "[" delimited by size
                         function trim(intro-mutual-idx leading) delimited by size
                         "] " delimited by size
                         function trim(intro-mutual-entry(intro-mutual-idx) trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to intro-mutual-idx
              if intro-mutual-idx < 1 or intro-mutual-idx > intro-mutual-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move intro-mutual-entry(intro-mutual-idx) to intro-ask-introducer

              *> Someone who has blocked me won't be asked on my behalf
              move current-user to block-check-actor
              move intro-ask-introducer to block-check-target
              perform checkBlocked
              if block-in-force
                  move "That connection is not available to make introductions." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Note to your connection (why you'd like the introduction):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces or not valid-read
                  move "Introduction request cancelled - no note given." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to intro-save-note

              open i-o introductions
              if introduction-missing
                  open output introductions
                  close introductions
                  open i-o introductions
              end-if
              if not introduction-ok
                  move "Unable to open the introductions file." to output-buffer
                  perform outputLine
                  close introductions
                  exit paragraph
              end-if
              move 'N' to intro-existing-flag
              move spaces to intro-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(intro-ask-target trailing) delimited by size
                     into intro-key
              end-string
              read introductions
                  key is intro-key
                  invalid key
                      initialize introduction-record
                      move 0 to intro-decline-count
                  not invalid key
                      move 'Y' to intro-existing-flag
              end-read
              if intro-requested or intro-forwarded
                  move "You already have an introduction to this person in progress." to output-buffer
                  perform outputLine
                  close introductions
                  exit paragraph
              end-if
              *> Declined asks count like rejected requests
              if intro-decline-count >= rejected-rate-limit
                  move conn-rejected-limit-msg to output-buffer
                  perform outputLine
                  close introductions
                  exit paragraph
              end-if

              move spaces to intro-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(intro-ask-target trailing) delimited by size
                     into intro-key
              end-string
              move current-user to intro-requester
              move intro-ask-target to intro-target
              move intro-ask-introducer to intro-introducer
              move intro-save-note to intro-note
              move spaces to intro-forward-note
              move "REQUESTED" to intro-status
              move function current-date(1:8) to intro-requested-date
              move spaces to intro-forwarded-date
              move spaces to intro-closed-date
              if intro-existing
                  rewrite introduction-record
                  move "REWRITE" to audit-action
              else
                  write introduction-record
                  move "WRITE" to audit-action
              end-if
              if not introduction-ok
                  move "Failed to save the introduction request." to output-buffer
                  perform outputLine
                  close introductions
                  exit paragraph
              end-if
              move current-user to audit-actor
              move "introductions.dat" to audit-file-name
              move intro-key to audit-record-key
              perform recordAuditEvent
              close introductions

              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " would like you to introduce them to " delimited by size
                     function trim(intro-ask-target trailing) delimited by size
                     ": """ delimited by size
                     function trim(intro-save-note trailing) delimited by size
                     """ - see Introduction Requests." delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move intro-ask-introducer to message-recipient-buffer
              move 'N' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              move spaces to output-buffer
              string "Introduction requested - " delimited by size
                     function trim(intro-ask-introducer trailing) delimited by size
                     " will decide whether to pass it on." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: introCheckReachable
*> Purpose:   The checks a cold request would meet, made up front -
*>            the target exists, is not PRIVATE, no block either way,
*>            and has not turned current-user down too often
*> Input:     intro-ask-target, current-user
*> Output:    intro-existing-flag 'Y' when the target may be asked for
       introCheckReachable.
              move 'N' to intro-existing-flag
              move intro-ask-target to buffer-acct-username
              perform findAcct
              if not acct-found or visibility-private
                  move "No such user found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move current-user to block-check-actor
              move intro-ask-target to block-check-target
              perform checkBlocked
              if block-in-force
                  move "No such user found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move intro-ask-target to block-check-actor
              move current-user to block-check-target
              perform checkBlocked
              if block-in-force
                  move "No such user found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open input rejected-connections
              if rejected-status = "00"
                  move spaces to rejected-key
                  string function trim(intro-ask-target trailing) delimited by size
                         "|" delimited by size
                         function trim(current-user trailing) delimited by size
                         into rejected-key
                  end-string
                  read rejected-connections
                      key is rejected-key
                      invalid key
                          continue
                      not invalid key
                          if rejected-count >= rejected-rate-limit
                              close rejected-connections
                              move conn-rejected-limit-msg to output-buffer
                              perform outputLine
                              exit paragraph
                          end-if
                  end-read
              end-if
              close rejected-connections
              move 'Y' to intro-existing-flag
              exit.

*> Paragraph: introductionRequests
*> Purpose:   The introducer's screen - introductions others have
*>            asked current-user to make, forwarded or declined here -
*>            followed by the ones current-user asked for
*> Input:     current-user
*> Output:    None
       introductionRequests.
              move "--- Introduction Requests ---" to output-buffer
              perform outputLine
              move 0 to intro-list-count
              move 0 to intro-other-count
              open input introductions
              if introduction-ok
                  perform until introduction-status not = "00"
                      read introductions next record
                          at end
                              exit perform
                          not at end
                              if intro-requested
                              and function trim(intro-introducer trailing) = function trim(current-user trailing)
                              and intro-list-count < 50
                                  add 1 to intro-list-count
                                  move intro-key to intro-list-key-entry(intro-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(intro-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(intro-requester trailing) delimited by size
                                         " asks to meet " delimited by size
                                         function trim(intro-target trailing) delimited by size
                                         " (" delimited by size
                                         intro-requested-date delimited by size
                                         "): " delimited by size
                                         function trim(intro-note trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close introductions
              if intro-list-count = 0
                  move "No introductions are waiting on you." to output-buffer
                  perform outputLine
              end-if

              move "Introductions you asked for:" to output-buffer
              perform outputLine
              open input introductions
              if introduction-ok
                  move spaces to intro-key
                  string function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         into intro-key
                  end-string
                  start introductions key is not less than intro-key
                      invalid key
                          continue
                  end-start
                  perform until introduction-status not = "00"
                      read introductions next record
                          at end
                              exit perform
                          not at end
                              if function trim(intro-requester trailing) not = function trim(current-user trailing)
                                  exit perform
                              end-if
                              add 1 to intro-other-count
                              move spaces to output-buffer
                              string "  " delimited by size
                                     function trim(intro-target trailing) delimited by size
                                     " via " delimited by size
                                     function trim(intro-introducer trailing) delimited by size
                                     ": " delimited by size
                                     function trim(intro-status trailing) delimited by size
                                     " (asked " delimited by size
                                     intro-requested-date delimited by size
                                     ")" delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                      end-read
                  end-perform
              end-if
              close introductions
              if intro-other-count = 0
                  move "  None." to output-buffer
                  perform outputLine
              end-if

              if intro-list-count = 0
                  exit paragraph
              end-if
              move "Enter number to answer (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to intro-selected-index
              if intro-selected-index < 1 or intro-selected-index > intro-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "[f] Forward with your own note  [d] Decline  [q] Decide later" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'f' or input-buffer(1:1) = 'F'
                      perform introForward
                  when input-buffer(1:1) = 'd' or input-buffer(1:1) = 'D'
                      perform introDecline
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: introForward
*> Purpose:   Passes the chosen introduction on as a connection
*>            request from the requester to the target, carrying the
*>            introducer's note
*> Input:     intro-list-key-entry(intro-selected-index)
*> Output:    pending-requests.dat, introductions.dat
       introForward.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open input introductions
              move intro-list-key-entry(intro-selected-index) to intro-key
              read introductions
                  key is intro-key
                  invalid key
                      move spaces to intro-status
              end-read
              close introductions
              if not intro-requested
                  move "That introduction has already been answered." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move spaces to output-buffer
              string "Your note to " delimited by size
                     function trim(intro-target trailing) delimited by size
                     ":" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to intro-save-note

              *> Blocks and visibility may have changed since the ask,
              *> and the target must not have blocked the introducer
              move intro-target to buffer-acct-username
              perform findAcct
              move 'N' to block-found-flag
              if acct-found and not visibility-private
                  move intro-requester to block-check-actor
                  move intro-target to block-check-target
                  perform checkBlocked
                  if not block-in-force
                      move intro-target to block-check-actor
                      move intro-requester to block-check-target
                      perform checkBlocked
                  end-if
                  if not block-in-force
                      move current-user to block-check-actor
                      move intro-target to block-check-target
                      perform checkBlocked
                  end-if
              else
                  move 'Y' to block-found-flag
              end-if
              if block-in-force
                  move "This introduction can no longer be made." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> The request itself goes through the normal path, so
              *> duplicates, existing connections and the rejection
              *> limit are all checked there
              move intro-requester to pending-sender
              move intro-target to pending-recipient
              perform sendConnectionRequest
              if not conn-request-sent
                  exit paragraph
              end-if

              open i-o introductions
              if introduction-ok
                  move intro-list-key-entry(intro-selected-index) to intro-key
                  read introductions
                      key is intro-key
                      invalid key
                          close introductions
                          exit paragraph
                  end-read
                  move "FORWARDED" to intro-status
                  move intro-save-note to intro-forward-note
                  move function current-date(1:8) to intro-forwarded-date
                  rewrite introduction-record
                  if introduction-ok
                      move current-user to audit-actor
                      move "introductions.dat" to audit-file-name
                      move intro-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform recordAuditEvent
                  end-if
              end-if
              close introductions

              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " passed your connection request on to " delimited by size
                     function trim(intro-target trailing) delimited by size
                     "." delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move intro-requester to message-recipient-buffer
              move 'N' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              move "Introduction forwarded." to output-buffer
              perform outputLine
              exit.

*> Paragraph: introDecline
*> Purpose:   Records the introducer's refusal and tells the requester
*> Input:     intro-list-key-entry(intro-selected-index)
*> Output:    introductions.dat
       introDecline.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o introductions
              if not introduction-ok
                  close introductions
                  exit paragraph
              end-if
              move intro-list-key-entry(intro-selected-index) to intro-key
              read introductions
                  key is intro-key
                  invalid key
                      move spaces to intro-status
              end-read
              if not intro-requested
                  move "That introduction has already been answered." to output-buffer
                  perform outputLine
                  close introductions
                  exit paragraph
              end-if
              move "DECLINED" to intro-status
              add 1 to intro-decline-count
              move function current-date(1:8) to intro-closed-date
              rewrite introduction-record
              if introduction-ok
                  move current-user to audit-actor
                  move "introductions.dat" to audit-file-name
                  move intro-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close introductions

              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " was not able to introduce you to " delimited by size
                     function trim(intro-target trailing) delimited by size
                     "." delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move intro-requester to message-recipient-buffer
              move 'N' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              move "Introduction declined." to output-buffer
              perform outputLine
              exit.

*> Paragraph: introShowForRequest
*> Purpose:   Prints who introduced the sender of a pending request,
*>            with both notes, when it came through an introduction
*> Input:     intro-key (sender|recipient)
*> Output:    None
       introShowForRequest.
              open input introductions
              if introduction-ok
                  read introductions
                      key is intro-key
                      invalid key
                          continue
                      not invalid key
                          if intro-forwarded
                              move spaces to output-buffer
                              string "    Introduced by " delimited by size
                                     function trim(intro-introducer trailing) delimited by size
                                     ": " delimited by size
                                     function trim(intro-forward-note trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                              move spaces to output-buffer
                              string "    Their note: " delimited by size
                                     function trim(intro-note trailing) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                          end-if
                  end-read
              end-if
              close introductions
              exit.

*> Paragraph: introCloseForRequest
*> Purpose:   Stamps the target's answer on the introduction behind a
*>            pending request just accepted or rejected
*> Input:     req-sender, req-recipient, intro-decision
*> Output:    introductions.dat
       introCloseForRequest.
              open i-o introductions
              if introduction-ok
                  move spaces to intro-key
                  string function trim(req-sender trailing) delimited by size
                         "|" delimited by size
                         function trim(req-recipient trailing) delimited by size
                         into intro-key
                  end-string
                  read introductions
                      key is intro-key
                      invalid key
                          continue
                      not invalid key
                          if intro-forwarded
                              move intro-decision to intro-status
                              move function current-date(1:8) to intro-closed-date
                              rewrite introduction-record
                              if introduction-ok
                                  move current-user to audit-actor
                                  move "introductions.dat" to audit-file-name
                                  move intro-key to audit-record-key
                                  move "REWRITE" to audit-action
                                  perform recordAuditEvent
                              end-if
                          end-if
                  end-read
              end-if
              close introductions
              exit.

       createConnection.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move function current-date(1:8) to connection-created-date
              *> Open connection database file
              open i-o connection-database
              if connection-database-status = "35"
                  open output connection-database
                  close connection-database
                  open i-o connection-database
              end-if
              *> Store in file
              write connection-record.
              if not connection-ok
                  move "Failed to create connection" to output-buffer
                  perform outputLine
              else
                  move current-user to audit-actor
                  move "connection-database.dat" to audit-file-name
                  move connection-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
              end-if
              *> Close connection database file
              close connection-database

              exit.

*>*******************************************************************
*> Record a rejected connection request in the audit trail file,
*> tallying rejected-count per sender/recipient pair so repeat sends
*> after a rejection can be rate-limited
*> Input: rejected-key, rejected-sender, rejected-recipient
*>*******************************************************************
       recordRejectedConnection.
              open i-o rejected-connections
              if rejected-status = "35"
                  open output rejected-connections
                  close rejected-connections
                  open i-o rejected-connections
              end-if

              if rejected-status = "00"
                  read rejected-connections
                      key is rejected-key
                      invalid key
                          move 1 to rejected-count
                          write rejected-record
                          move "WRITE" to audit-action
                      not invalid key
                          add 1 to rejected-count
                          rewrite rejected-record
                          move "REWRITE" to audit-action
                  end-read
                  move current-user to audit-actor
                  move "rejected-connections.dat" to audit-file-name
                  move rejected-key to audit-record-key
                  perform recordAuditEvent
              end-if
              close rejected-connections
              exit.


*>*******************************************************************
*> Send a connection request from pending-sender to pending-recipient
*>*******************************************************************
       sendConnectionRequest.
              move 'N' to conn-request-sent-flag
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move function upper-case(function trim(pending-recipient trailing)) to pending-recipient
              if function trim(pending-sender trailing) = function trim(pending-recipient trailing)
                  move conn-invalid-msg to output-buffer
                  perform outputLine
                  move "--------------------" to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

*> Validate that recipient account exists
              move function trim(pending-recipient trailing) to buffer-acct-username
              perform findAcct
              if acct-status not = '1'
                  move "No such user found." to output-buffer
                  perform outputLine
                  move "--------------------" to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> A recipient who has blocked this sender is reported the
              *> same as an unknown user
              move pending-sender to block-check-actor
              move pending-recipient to block-check-target
              perform checkBlocked
              if block-in-force
                  move "No such user found." to output-buffer
                  perform outputLine
                  move "--------------------" to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Build keys: primary (recipient|sender) and alternate (sender|recipient)
              move spaces to pending-key-buffer
              move spaces to pending-alt-key
              string function trim(pending-recipient trailing) delimited by size
                     '|' delimited by size
                     function trim(pending-sender trailing) delimited by size
                     into pending-key-buffer
              end-string
              string function trim(pending-sender trailing) delimited by size
                     '|' delimited by size
                     function trim(pending-recipient trailing) delimited by size
                     into pending-alt-key
              end-string

              *> Block repeat sends once this recipient has rejected
              *> this sender rejected-rate-limit times or more
              open input rejected-connections
              if rejected-status = "00"
                  move pending-key-buffer to rejected-key
                  read rejected-connections
                      key is rejected-key
                      invalid key
                          continue
                      not invalid key
                          if rejected-count >= rejected-rate-limit
                              close rejected-connections
                              move conn-rejected-limit-msg to output-buffer
                              perform outputLine
                              move "--------------------" to output-buffer
                              perform outputLine
                              exit paragraph
                          end-if
                  end-read
              end-if
              close rejected-connections

              open i-o pending-requests
              if pending-status = "35"
                  open output pending-requests
                  close pending-requests
                  open i-o pending-requests
              end-if

              if pending-status = "00"
                  *> Check if duplicate request already exists (you -> them)
                  move pending-key-buffer to req-key
                  read pending-requests
                      key is req-key
                      invalid key
                          continue
                      not invalid key
                         move conn-dup-request-msg to output-buffer
                          perform outputLine
                          close pending-requests
                          move "--------------------" to output-buffer
                          perform outputLine
                          exit paragraph
                  end-read

                  *> Check if recipient already sent you a request (them -> you)
                  move pending-alt-key to req-key
                  read pending-requests
                      key is req-key
                      invalid key
                          continue
                      not invalid key
                          move conn-recv-pending to output-buffer
                          perform outputLine
                          close pending-requests
                          move "--------------------" to output-buffer
                          perform outputLine
                          exit paragraph
                  end-read


                  *> Check if you two are already connected!
                  open i-o connection-database
                  if connection-ok
                      move pending-key-buffer to connection-key
                      read connection-database
                          key is connection-key
                          invalid key
                              continue
                          not invalid key
                              move conn-dup-msg to output-buffer
                              perform outputLine
                              close pending-requests
                              close connection-database
                              move "--------------------" to output-buffer
                              perform outputLine
                              exit paragraph
                      end-read

                      move pending-alt-key to connection-key
                      read connection-database
                          key is connection-key
                          invalid key
                              continue
                          not invalid key
                              move conn-dup-msg to output-buffer
                              perform outputLine
                              close pending-requests
                              close connection-database
                              move "--------------------" to output-buffer
                              perform outputLine
                              exit paragraph
                      end-read
                  end-if
                  close connection-database


                  *> Write new pending record
                  move pending-key-buffer to req-key
                  move function trim(pending-recipient trailing) to req-recipient
                  move function trim(pending-sender trailing)    to req-sender
                  move function current-date(1:8) to req-sent-date
                  write req-record
                  move 'Y' to conn-request-sent-flag
                  move pending-sender to audit-actor
                  move "pending-requests.dat" to audit-file-name
                  move req-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move spaces to output-buffer
                  string conn-sent-prefix delimited by size
                         function trim(pending-recipient trailing) delimited by size
                         '.' delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move "--------------------" to output-buffer
                  perform outputLine
              else
                  move "Error opening pending requests file." to output-buffer
                  perform outputLine
              end-if
              close pending-requests
              exit.

*> Paragraph: captureRequiredSkills
*> Purpose:   Lets the poster tag a listing with required skills from
*>            the active catalog (shared by createJobListing and the
*>            posting editor) - the caller stores the picks against
*>            the posting with saveJobRequiredSkills
*> Input:     None (prompts)
*> Output:    req-skill-count, req-skill-table
       captureRequiredSkills.
              move 0 to req-skill-count
              perform loadSkillCatalog
              if scat-count = 0
                  move "No skills are in the catalog to tag." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Skills available for tagging:" to output-buffer
              perform outputLine
              perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                  move spaces to output-buffer
                  move scat-idx to scat-num-disp
                  string "[" delimited by size
                         function trim(scat-num-disp leading) delimited by size
                         "] " delimited by size
                         function trim(scat-title(scat-idx) trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move "Enter skill numbers to require, separated by spaces (e.g. 1 3 5, blank = none): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to req-skill-input
              move 1 to req-skill-ptr
              perform until req-skill-ptr > length of req-skill-input
                  move spaces to req-skill-token
                  unstring req-skill-input delimited by all space or ","
                      into req-skill-token
                      with pointer req-skill-ptr
                  end-unstring
                  move 0 to req-skill-num
                  if req-skill-token not = spaces
                  and function trim(req-skill-token trailing) is numeric
                      move function trim(req-skill-token trailing) to req-skill-num
                  end-if
                  if req-skill-num >= 1 and req-skill-num <= scat-count
                      *> A number typed twice is only tagged once
                      move 'N' to usk-found-flag
                      perform varying req-skill-idx from 1 by 1
                          until req-skill-idx > req-skill-count
                          if req-skill-entry(req-skill-idx) = scat-id(req-skill-num)
                              move 'Y' to usk-found-flag
                          end-if
                      end-perform
                      if not usk-found and req-skill-count < 99
                          add 1 to req-skill-count
                          move scat-id(req-skill-num) to req-skill-entry(req-skill-count)
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: captureScreeningQuestions
*> Purpose:   Lets the poster define up to five screening questions
*>            stored with the posting (shared by createJobListing and
*>            the posting editor). DONE stops early; defining a fresh
*>            set replaces the old one.
*> Input:     None (prompts)
*> Output:    job-screening-questions
       captureScreeningQuestions.
              move "Screening questions (up to 5, 'DONE' to finish, blank first question = none):" to output-buffer
              perform outputLine
              move spaces to job-screening-questions
              move 'N' to screen-q-done-flag
              perform varying screen-q-idx from 1 by 1
                  until screen-q-idx > 5 or screen-q-done or not valid-read
                  move spaces to input-prompt
                  string "Question #" delimited by size
                         screen-q-idx delimited by size
                         ": " delimited by size
                         into input-prompt
                  end-string
                  perform readInputLine
                  if function trim(input-buffer trailing) = 'DONE'
                  or function trim(input-buffer trailing) = 'done'
                  or function trim(input-buffer trailing) = spaces
                      move 'Y' to screen-q-done-flag
                  else
                      move function trim(input-buffer trailing) to job-screen-question(screen-q-idx)
                  end-if
              end-perform
              move spaces to input-prompt
              exit.

*> Paragraph: askScreeningQuestions
*> Purpose:   Asks the applicant each screening question defined on
*>            the posting in job-record and stores the answers slot
*>            for slot on the application being built
*> Input:     job-record
*> Output:    application-screen-answers
       askScreeningQuestions.
              move spaces to application-screen-answers
              perform varying screen-q-idx from 1 by 1 until screen-q-idx > 5
                  if function trim(job-screen-question(screen-q-idx) trailing) not = spaces
                      move spaces to output-buffer
                      string "Screening question: " delimited by size
                             function trim(job-screen-question(screen-q-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      move function trim(input-buffer trailing) to application-screen-answer(screen-q-idx)
                  end-if
              end-perform
              exit.

*> Paragraph: displayScreeningAnswers
*> Purpose:   Shows the posting's screening questions alongside the
*>            answers stored on the application loaded in
*>            application-record
*> Input:     job-record, application-record
*> Output:    None
       displayScreeningAnswers.
              move 'N' to screen-q-done-flag
              perform varying screen-q-idx from 1 by 1 until screen-q-idx > 5
                  if function trim(job-screen-question(screen-q-idx) trailing) not = spaces
                      if not screen-q-done
                          move "--- Screening Answers ---" to output-buffer
                          perform outputLine
                          move 'Y' to screen-q-done-flag
                      end-if
                      move spaces to output-buffer
                      string "Q: " delimited by size
                             function trim(job-screen-question(screen-q-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      move spaces to output-buffer
                      if function trim(application-screen-answer(screen-q-idx) trailing) = spaces
                          move "A: (no answer given)" to output-buffer
                      else
                          string "A: " delimited by size
                                 function trim(application-screen-answer(screen-q-idx) trailing) delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      perform outputLine
                  end-if
              end-perform
              if not screen-q-done
                  move "This posting has no screening questions." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: displaySkillsGap
*> Purpose:   Shows the student which of the posting's required skills
*>            they have already completed and which are missing, with
*>            the lesson number to jump to - the employer-side ranked
*>            list was the only thing comparing these before
*> Input:     job-record, current-user
*> Output:    gap-missing-count
       displaySkillsGap.
              move 0 to gap-missing-count
              move 0 to gap-have-count
              move 0 to gap-req-count
              move job-key to req-skill-job-key
              perform loadJobRequiredSkills
              if req-skill-count = 0
                  exit paragraph
              end-if
              move current-user to usk-lookup-user
              perform loadUserCompletions
              perform varying gap-idx from 1 by 1 until gap-idx > req-skill-count
                  add 1 to gap-req-count
                  move req-skill-entry(gap-idx) to scat-lookup-skill
                  perform findUserCompletion
                  if usk-found
                      add 1 to gap-have-count
                  else
                      add 1 to gap-missing-count
                  end-if
              end-perform

              move spaces to output-buffer
              string "Your skills match: " delimited by size
                     function trim(gap-have-count leading) delimited by size
                     " of " delimited by size
                     function trim(gap-req-count leading) delimited by size
                     " required skill(s) completed" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if gap-missing-count > 0
                  move "Missing (pass the skill's assessment to close the gap):" to output-buffer
                  perform outputLine
                  *> Lesson numbers follow the Learn a New Skill list
                  perform loadSkillCatalog
                  perform varying gap-idx from 1 by 1 until gap-idx > req-skill-count
                      move req-skill-entry(gap-idx) to scat-lookup-skill
                      perform findUserCompletion
                      perform findSkillInCatalog
                      if not usk-found and scat-pick > 0
                          move spaces to output-buffer
                          move scat-pick to scat-num-disp
                          string "  - " delimited by size
                                 function trim(scat-title(scat-pick) trailing) delimited by size
                                 " (lesson " delimited by size
                                 function trim(scat-num-disp leading) delimited by size
                                 " under Learn a New Skill)" delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                  end-perform
              end-if
              exit.

*> Paragraph: countJobsUnlockedForSkill
*> Purpose:   Counts the live postings that would become a full skills
*>            match for the signed-in student if they finished skill
*>            gap-skill-id - the "jobs unlocked" number shown in the
*>            lesson list
*> Input:     gap-skill-id, usk-table (the student's completions),
*>            scat-table (the active catalog)
*> Output:    gap-unlock-count
       countJobsUnlockedForSkill.
              move 0 to gap-unlock-count
              move function current-date(1:8) to gap-today
              open input job-skills
              if not job-skills-ok
                  close job-skills
                  exit paragraph
              end-if
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              perform campusJobVisible
                              if job-open
                              and cmp-visible
                              and (function trim(job-expiration-date trailing) = spaces
                                   or job-expiration-date not < gap-today)
                                  perform judgeJobUnlock
                                  if gap-this-ok = 'Y' and gap-other-ok = 'Y'
                                      add 1 to gap-unlock-count
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              close job-skills
              exit.

*> Paragraph: judgeJobUnlock
*> Purpose:   Walks one posting's required-skill tags (job-skills is
*>            already open) - does it require gap-skill-id, and is
*>            every other active requirement already completed?
*> Input:     job-key, gap-skill-id, usk-table, scat-table
*> Output:    gap-this-ok, gap-other-ok
       judgeJobUnlock.
              move 'N' to gap-this-ok
              move 'Y' to gap-other-ok
              move job-key to jsk-job-key
              move spaces to jsk-skill-id
              start job-skills key is not less than jsk-key
                  invalid key
                      exit paragraph
              end-start
              perform until job-skills-status not = "00"
                  read job-skills next record
                      at end
                          exit perform
                      not at end
                          if jsk-job-key not = job-key
                              exit perform
                          end-if
                          if jsk-skill-id = gap-skill-id
                              move 'Y' to gap-this-ok
                          else
                              *> Only active skills count - a retired
                              *> tag can no longer be closed
                              move jsk-skill-id to scat-lookup-skill
                              perform findSkillInCatalog
                              perform findUserCompletion
                              if scat-pick > 0 and not usk-found
                                  move 'N' to gap-other-ok
                              end-if
                          end-if
                  end-read
              end-perform
              exit.

*> Paragraph: displayRequiredSkills
*> Purpose:   Prints the titles of the skills tagged as required on
*>            the posting currently loaded in job-record
*> Input:     job-record
*> Output:    job-has-req-skills
       displayRequiredSkills.
              move job-key to req-skill-job-key
              perform loadJobRequiredSkills
              if posting-has-req-skills
                  move "Required skills:" to output-buffer
                  perform outputLine
              end-if
              perform varying req-skill-idx from 1 by 1 until req-skill-idx > req-skill-count
                  move req-skill-entry(req-skill-idx) to skill-lookup-id
                  perform getSkillContent
                  move spaces to output-buffer
                  string "  - " delimited by size
                         function trim(skill-title trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              exit.

*> Paragraph: captureSalaryStructure
*> Purpose:   Prompts for the structured minimum, maximum and pay
*>            period that sit behind the free-text job-salary (shared
*>            by createJobListing and the posting editor)
*> Input:     None (prompts)
*> Output:    job-salary-min / job-salary-max / job-salary-period
       captureSalaryStructure.
              move "Salary minimum (digits only, blank = not stated): " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is numeric
                  move function trim(input-buffer trailing) to job-salary-min
              else
                  move 0 to job-salary-min
              end-if
              move "Salary maximum (digits only, blank = same as minimum): " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is numeric
                  move function trim(input-buffer trailing) to job-salary-max
              else
                  move job-salary-min to job-salary-max
              end-if
              if job-salary-max < job-salary-min
                  move job-salary-min to job-salary-max
              end-if
              move "Pay period - [1] Yearly  [2] Monthly  [3] Hourly (blank = yearly):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate function trim(input-buffer trailing)
                  when "2"
                      move "MONTHLY" to job-salary-period
                  when "3"
                      move "HOURLY" to job-salary-period
                  when other
                      if job-salary-min > 0
                          move "YEARLY" to job-salary-period
                      else
                          move spaces to job-salary-period
                      end-if
              end-evaluate
              exit.

*> Paragraph: parseSalaryText
*> Purpose:   Derives the structured salary fields from a free-text
*>            salary string ("$60k", "60,000 - 70,000/yr", "18/hr"):
*>            the first number found becomes the minimum, the second
*>            the maximum, a trailing k multiplies by a thousand, and
*>            hour/month wording sets the period. "competitive" and
*>            friends parse to zero, which means "not stated".
*> Input:     psal-text
*> Output:    job-salary-min / job-salary-max / job-salary-period
       parseSalaryText.
              move 0 to psal-first
              move 0 to psal-second
              move 0 to psal-num
              move 0 to psal-count
              move 'N' to psal-in-num
              move 'N' to psal-k-flag
              move function upper-case(psal-text) to psal-upper
              move function length(function trim(psal-upper trailing)) to psal-len

              perform varying psal-idx from 1 by 1 until psal-idx > psal-len
                  move psal-upper(psal-idx:1) to psal-ch
                  evaluate true
                      when psal-ch >= '0' and psal-ch <= '9'
                          move 'Y' to psal-in-num
                          compute psal-num = (psal-num * 10)
                              + function numval(psal-ch)
                      when psal-ch = ',' and psal-in-num = 'Y'
                          *> A thousands separator inside the number
                          continue
                      when psal-ch = 'K' and psal-in-num = 'Y'
                          move 'Y' to psal-k-flag
                          perform parseSalaryCloseNumber
                      when other
                          perform parseSalaryCloseNumber
                  end-evaluate
              end-perform
              perform parseSalaryCloseNumber

              move psal-first to job-salary-min
              if psal-second > 0
                  move psal-second to job-salary-max
              else
                  move psal-first to job-salary-max
              end-if
              if job-salary-max < job-salary-min
                  move job-salary-min to job-salary-max
              end-if

              move 0 to substr-count
              inspect psal-upper tallying substr-count for all "HOUR"
              inspect psal-upper tallying substr-count for all "/HR"
              if substr-count > 0
                  move "HOURLY" to job-salary-period
              else
                  move 0 to substr-count
                  inspect psal-upper tallying substr-count for all "MONTH"
                  inspect psal-upper tallying substr-count for all "/MO"
                  if substr-count > 0
                      move "MONTHLY" to job-salary-period
                  else
                      if job-salary-min > 0
                          move "YEARLY" to job-salary-period
                      else
                          move spaces to job-salary-period
                      end-if
                  end-if
              end-if
              exit.

*> Paragraph: parseSalaryCloseNumber
*> Purpose:   Finishes the digit run being collected by
*>            parseSalaryText, applying a trailing k and filing it as
*>            the first or second number found
       parseSalaryCloseNumber.
              if psal-in-num = 'Y'
                  if psal-k-flag = 'Y'
                      compute psal-num = psal-num * 1000
                  end-if
                  if psal-num > 9999999
                      move 9999999 to psal-num
                  end-if
                  add 1 to psal-count
                  if psal-count = 1
                      move psal-num to psal-first
                  else
                      if psal-count = 2
                          move psal-num to psal-second
                      end-if
                  end-if
              end-if
              move 0 to psal-num
              move 'N' to psal-in-num
              move 'N' to psal-k-flag
              exit.

       jobSearch.
              *> Students apply and save; employers post and manage -
              *> each role only sees (and can use) its own options
              move "[0] Browse Jobs/Internships" to output-buffer.
              perform outputLine.
              if session-employer
                  move "[1] Post a Job/Internship" to output-buffer
                  perform outputLine
                  move "[3] Manage My Postings" to output-buffer
                  perform outputLine
              else
                  move "[2] View My Applications" to output-buffer
                  perform outputLine
                  move "[4] My Saved Jobs" to output-buffer
                  perform outputLine
                  move "[5] Saved Search Alerts" to output-buffer
                  perform outputLine
                  move "[r] Recommended For You" to output-buffer
                  perform outputLine
                  move "[n] My Invitations to Apply" to output-buffer
                  perform outputLine
              end-if
              if session-employer
                  move "[t] Talent Search" to output-buffer
                  perform outputLine
                  move "[x] ATS Interface" to output-buffer
                  perform outputLine
              end-if
              move "[a] Credit Internships" to output-buffer
              perform outputLine
              move "[w] Work-Study Timesheets" to output-buffer
              perform outputLine
           move "[i] My Interviews" to output-buffer.
              perform outputLine.
           move "[f] My Referrals" to output-buffer.
              perform outputLine.
           move "[c] Company Search" to output-buffer.
              perform outputLine.
           move "[q] Back" to output-buffer.
              perform outputLine.

              move ">" to input-prompt.
              perform readInputLine.
              *>move input-buffer(1:1) to menu-choice

              evaluate true
                  when input-buffer = '0'
                      perform browseJobs
                  when input-buffer = '1'
                      if session-employer
                          perform createJobListing
                      else
                          move "Only employer accounts can post jobs." to output-buffer
                          perform outputLine
                      end-if
                  when input-buffer = '2'
                      if session-employer
                          move "Invalid input" to output-buffer
                          perform outputLine
                      else
                          perform viewMyApplications
                      end-if
                  when input-buffer = '3'
                      if session-employer
                          perform manageMyPostings
                      else
                          move "Only employer accounts can manage postings." to output-buffer
                          perform outputLine
                      end-if
                  when input-buffer = '4'
                      if session-employer
                          move "Invalid input" to output-buffer
                          perform outputLine
                      else
                          perform mySavedJobs
                      end-if
                  when input-buffer = '5'
                      if session-employer
                          move "Invalid input" to output-buffer
                          perform outputLine
                      else
                          perform savedSearchMenu
                      end-if
                  when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                      if session-employer
                          move "Invalid input" to output-buffer
                          perform outputLine
                      else
                          perform recommendedForYou
                      end-if
                  when input-buffer(1:1) = 'n' or input-buffer(1:1) = 'N'
                      if session-employer
                          move "Invalid input" to output-buffer
                          perform outputLine
                      else
                          perform myInvitations
                      end-if
                  when input-buffer(1:1) = 't' or input-buffer(1:1) = 'T'
                      if session-employer
                          perform talentSearch
                      else
                          move "Only employer accounts can search for talent." to output-buffer
                          perform outputLine
                      end-if
                  when input-buffer(1:1) = 'x' or input-buffer(1:1) = 'X'
                      if session-employer
                          perform atsPartnerSettings
                      else
                          move "Only employer accounts can set up an ATS interface." to output-buffer
                          perform outputLine
                      end-if
                  when input-buffer(1:1) = 'a' or input-buffer(1:1) = 'A'
                      perform creditInternshipsMenu
                  when input-buffer(1:1) = 'w' or input-buffer(1:1) = 'W'
                      perform workStudyMenu
                  when input-buffer(1:1) = 'i' or input-buffer(1:1) = 'I'
                      perform viewMyInterviews
                  when input-buffer(1:1) = 'f' or input-buffer(1:1) = 'F'
                      perform myReferrals
                  when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                      perform searchCompanies
                  when other
                      continue
              end-evaluate

              exit.


       createJobListing.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o job-database
              if job-database-status = "35"
                  open output job-database
                  close job-database
                  open i-o job-database
              end-if

              if job-database-ok
                  *> Get Job Title (Loop) - the title feeds job-key, so
                  *> the reserved "|" is refused
                  move 'N' to profile-validation
                  perform until profile-valid or not valid-read
                      move "Enter Job Title (Required): " to input-prompt
                      perform readInputLine
                      if input-buffer not equal to spaces
                          move input-buffer to validate-text-buffer
                          move 100 to validate-max-len
                          perform validateFreeText
                          if validate-text-ok
                              move 'Y' to profile-validation
                              move function trim(input-buffer trailing) to job-title
                          else
                              move "Entries may not contain '|' or exceed the field length." to output-buffer
                              perform outputLine
                          end-if
                      end-if
                  end-perform

                  *> Get Description
                  move 'N' to profile-validation
                  perform until profile-valid or not valid-read
                      move "Enter Job Description (Required): " to input-prompt
                      perform readInputLine
                      if input-buffer not equal to spaces
                          move 'Y' to profile-validation
                           move function trim(input-buffer trailing) to job-description
                      end-if
                  end-perform

                  *> Get Employer (loop) - feeds the company key
                  move 'N' to profile-validation
                  perform until profile-valid or not valid-read
                      move "Enter Employer (Required): " to input-prompt
                      perform readInputLine
                      if input-buffer not equal to spaces
                          move input-buffer to validate-text-buffer
                          move 100 to validate-max-len
                          perform validateFreeText
                          if validate-text-ok
                              move 'Y' to profile-validation
                              move function trim(input-buffer trailing) to job-employer
                          else
                              move "Entries may not contain '|' or exceed the field length." to output-buffer
                              perform outputLine
                          end-if
                      end-if
                  end-perform

                  *> Link the posting to its company page, offering to
                  *> create one the first time an employer name shows up
                  move function upper-case(function trim(job-employer trailing)) to company-key-buffer
                  perform findCompany
                  if not company-found
                      move "No company page exists for this employer yet. Create one? (Y/N): " to input-prompt
                      perform readInputLine
                      if function upper-case(function trim(input-buffer trailing)) = "Y"
                          perform createCompanyProfile
                      end-if
                  end-if
                  move company-key-buffer to job-company-key

                  *> Get Work Mode and Location - checked against the
                  *> location reference list
                  move "ONSITE" to job-work-mode
                  perform captureJobLocation

                  *> Get Salary (Optional) - display text plus the
                  *> structured range the reports run off
                  move "Enter salary: " to input-prompt
                  perform readInputLine
                  move function trim(input-buffer trailing) to job-salary
                  perform captureSalaryStructure

                  *> On-campus student job terms (work-study or
                  *> department-paid)
                  perform captureOnCampusTerms

                  *> Get Resume Requirement (Optional, defaults to not required)
                  move 'N' to job-resume-required
                  move "Require applicants to provide a resume/cover letter? (Y/N): " to input-prompt
                  perform readInputLine
                  if function upper-case(function trim(input-buffer trailing)) = "Y"
                      move 'Y' to job-resume-required
                  end-if

                  *> Name-blind first-round screening (optional)
                  move 'N' to job-blind-screening
                  move "Name-blind first-round screening? (Y/N): " to input-prompt
                  perform readInputLine
                  if function upper-case(function trim(input-buffer trailing)) = "Y"
                      move 'Y' to job-blind-screening
                  end-if

                  *> Ask applicants for a reference letter? (Optional)
                  move 'N' to job-reference-required
                  move "Ask applicants to attach a reference letter? (Y/N): " to input-prompt
                  perform readInputLine
                  if function upper-case(function trim(input-buffer trailing)) = "Y"
                      move 'Y' to job-reference-required
                  end-if

                  *> Tag required skills from the skills vocabulary
                  perform captureRequiredSkills

                  *> Employer-defined screening questions
                  perform captureScreeningQuestions

                  *> The posting's hiring pipeline
                  perform captureHiringStages

                  *> Who may apply (optional)
                  initialize job-eligibility-record
                  move 'Y' to elg-sponsorship
                  move "BLOCK" to elg-action
                  move job-eligibility-record to elg-hold
                  move "Set eligibility rules (class years, majors, skills, sponsorship)? (Y/N): " to input-prompt
                  perform readInputLine
                  if function upper-case(function trim(input-buffer trailing)) = "Y"
                      perform captureEligibilityRules
                  end-if

                  *> Which campus's students see the posting
                  move cmp-session-campus to cmp-default-campus
                  perform campusCaptureCode
                  move cmp-captured-campus to job-campus

                  *> Get Expiration Date (Optional, YYYYMMDD, blank = never expires)
                  move "Enter expiration date YYYYMMDD (blank = never expires): " to input-prompt
                  perform readInputLine
                  move function trim(input-buffer trailing) to job-expiration-date

                  move current-user to job-creator
                  move "DRAFT" to job-status
                  move function current-date(1:8) to job-created-date
                  move function current-date(1:8) to job-updated-date

                  string
                      function trim(job-creator trailing) delimited by size
                      function trim(job-title trailing) delimited by size
                  into job-key

                  write job-record

                  if job-database-ok
                      move current-user to audit-actor
                      move "job-database.dat" to audit-file-name
                      move job-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      *> The posting's tokens join the search index
                      perform insertJobSearchIndexEntries
                      move job-key to req-skill-job-key
                      perform saveJobRequiredSkills
                      move job-key to pipe-job-key
                      perform saveJobStages
                      move job-key to elg-lookup-key
                      perform saveJobEligibility
                      move "Job saved as a draft. Publish it from Manage My Postings when it's ready to go live." to output-buffer
                      perform outputLine
                  else
                      move "Failed to post job" to output-buffer
                      perform outputLine
                  end-if
              else
                  move "Job database failed to open :O" to output-buffer
                  perform outputLine
              end-if

              close job-database.
              exit.

*>*******************************************************************
*> Manage My Postings - list jobs created by current-user and let
*> the employer edit fields or close/reopen/delete the listing
*>*******************************************************************
       manageMyPostings.
              move 'N' to browse-done-flag
              perform until browse-done or not valid-read
                  move "--- My Job Postings ---" to output-buffer
                  perform outputLine
                  move 0 to browse-index

                  open input job-database
                  if job-database-ok
                      perform until job-database-status not = "00"
                          read job-database next record
                              at end
                                  exit perform
                              not at end
                                  *> A posting belongs to its creator
                                  *> and to every member of its company
                                  perform checkPostingAccess
                                  if posting-manageable
                                      add 1 to browse-index
                                      move function trim(job-key trailing) to job-key-entry(browse-index)
                                      move job-title to job-title-entry(browse-index)
                                      move job-employer to job-employer-entry(browse-index)
                                      move job-location to job-location-entry(browse-index)

                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(browse-index leading) delimited by size
                                             "] " delimited by size
                                             function trim(job-title trailing) delimited by size
                                             " (" delimited by size
                                             function trim(job-status trailing) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                      end-read
                      end-perform
                  end-if
                  close job-database

                  *> Close-out notices still waiting for review, which
                  *> may belong to postings already swept to the archive
                  perform countPendingCloseOuts
                  if cls-count > 0
                      move cls-count to cls-count-disp
                      move spaces to output-buffer
                      string "[c] Review " delimited by size
                             function trim(cls-count-disp leading) delimited by size
                             " close-out notice(s) waiting to be sent" delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if

                  if browse-index = 0 and cls-count = 0
                      move "You have not posted any jobs yet." to output-buffer
                      perform outputLine
                      move 'Y' to browse-done-flag
                  else
                      move "Enter number to manage (q to go back):" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      if input-buffer = 'q' or not valid-read
                          move 'Y' to browse-done-flag
                      else if (input-buffer = 'c' or input-buffer = 'C')
                      and cls-count > 0
                          move spaces to cls-job-filter
                          perform reviewCloseOutNotices
                      else
                          move function trim(input-buffer trailing) to selected-job-index
                          if selected-job-index >= 1 and selected-job-index <= browse-index
                              move job-key-entry(selected-job-index) to application-job-key-buffer
                              perform editJobPosting
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      end-if
                      end-if
                  end-if
              end-perform
              exit.

*>*******************************************************************
*> Edit, close/reopen, or delete a single job posting
*> Input: application-job-key-buffer (job-key of the posting)
*>*******************************************************************
       editJobPosting.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move function trim(application-job-key-buffer trailing) to job-key
              open i-o job-database
              if job-database-status = "93"
                  close job-database
                  open i-o job-database
              end-if
              if job-database-status = "93"
                  move "This posting is in use by another session - please try again shortly." to output-buffer
                  perform outputLine
              end-if
              if job-database-ok
                  read job-database key is job-key
                      invalid key
                          move "Job not found." to output-buffer
                          perform outputLine
                      not invalid key
                          move "[1] Edit Title" to output-buffer
                          perform outputLine
                          move "[2] Edit Description" to output-buffer
                          perform outputLine
                          move "[3] Edit Employer" to output-buffer
                          perform outputLine
                          move "[4] Edit Location / Work Mode" to output-buffer
                          perform outputLine
                          move "[5] Edit Salary" to output-buffer
                          perform outputLine
                          if job-draft
                              move "[6] Publish Listing (go live)" to output-buffer
                          else
                              if job-held
                                  move "[6] Held for career services review" to output-buffer
                              else
                              if job-open
                                  move "[6] Close Listing (stop showing to students)" to output-buffer
                              else
                                  move "[6] Reopen Listing" to output-buffer
                              end-if
                              end-if
                          end-if
                          perform outputLine
                          move "[7] Delete Listing" to output-buffer
                          perform outputLine
                          move "[8] View Applicants" to output-buffer
                          perform outputLine
                          move "[k] Edit Required Skills" to output-buffer
                          perform outputLine
                          move "[s] Edit Screening Questions" to output-buffer
                          perform outputLine
                          move "[h] Edit Hiring Stages" to output-buffer
                          perform outputLine
                          move "[e] Edit Eligibility Rules" to output-buffer
                          perform outputLine
                          move "[w] Edit On-Campus / Work-Study Terms" to output-buffer
                          perform outputLine
                          move "[c] Edit Campus" to output-buffer
                          perform outputLine
                          if blind-screening-on
                              move "[n] Turn Off Blind Screening" to output-buffer
                          else
                              move "[n] Turn On Blind Screening" to output-buffer
                          end-if
                          perform outputLine
                          move "[p] Posting Performance" to output-buffer
                          perform outputLine
                          if job-open
                              move function current-date(1:8) to bil-today
                              if job-featured-until not = spaces
                              and job-featured-until not < bil-today
                                  move spaces to output-buffer
                                  string "[f] Extend Featured Placement (featured through " delimited by size
                                         job-featured-until delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                              else
                                  move "[f] Feature This Posting" to output-buffer
                              end-if
                              perform outputLine
                          end-if
                          move "[q] Back" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move input-buffer to job-edit-choice

                          *> Checkpoint before this posting's edit/delete
                          *> transaction - options 1-7 below rewrite or
                          *> delete job-record
                          move spaces to restart-checkpoint-text
                          string "EDIT-JOB " delimited by size
                                 function trim(job-key trailing) delimited by size
                                 into restart-checkpoint-text
                          end-string
                          perform writeCheckpoint

                          *> Any rewrite below counts as a change for
                          *> the syndication feed's delta pickup
                          move function current-date(1:8) to job-updated-date
                          move 'N' to job-publish-refused
                          evaluate true
                              when job-edit-choice = '1'
                                  *> Same guard as createJobListing -
                                  *> the title feeds job-key
                                  move 'N' to profile-validation
                                  perform until profile-valid or not valid-read
                                      move "Enter new Job Title: " to input-prompt
                                      perform readInputLine
                                      if input-buffer not equal to spaces
                                          move input-buffer to validate-text-buffer
                                          move 100 to validate-max-len
                                          perform validateFreeText
                                          if validate-text-ok
                                              move 'Y' to profile-validation
                                              move function trim(input-buffer trailing) to job-title
                                          else
                                              move "Entries may not contain '|' or exceed the field length." to output-buffer
                                              perform outputLine
                                          end-if
                                      end-if
                                  end-perform
                                  rewrite job-record
                              when job-edit-choice = '2'
                                  move "Enter new Job Description: " to input-prompt
                                  perform readInputLine
                                  move function trim(input-buffer trailing) to job-description
                                  rewrite job-record
                              when job-edit-choice = '3'
                                  *> Same guard as createJobListing -
                                  *> the employer feeds the company key
                                  move 'N' to profile-validation
                                  perform until profile-valid or not valid-read
                                      move "Enter new Employer: " to input-prompt
                                      perform readInputLine
                                      if input-buffer not equal to spaces
                                          move input-buffer to validate-text-buffer
                                          move 100 to validate-max-len
                                          perform validateFreeText
                                          if validate-text-ok
                                              move 'Y' to profile-validation
                                              move function trim(input-buffer trailing) to job-employer
                                          else
                                              move "Entries may not contain '|' or exceed the field length." to output-buffer
                                              perform outputLine
                                          end-if
                                      end-if
                                  end-perform
                                  move function upper-case(function trim(job-employer trailing)) to job-company-key
                                  rewrite job-record
                              when job-edit-choice = '4'
                                  perform captureJobLocation
                                  rewrite job-record
                              when job-edit-choice = '5'
                                  move "Enter new Salary: " to input-prompt
                                  perform readInputLine
                                  move function trim(input-buffer trailing) to job-salary
                                  perform captureSalaryStructure
                                  rewrite job-record
                              when job-edit-choice = '6' and job-held
                                  move "This posting is being reviewed by career services and cannot be changed until that review is done." to output-buffer
                                  perform outputLine
                              when job-edit-choice = '6'
                                  if job-draft
                                      *> A draft may only go live once
                                      *> the operator has verified the
                                      *> company behind it - the hole
                                      *> last spring's fake recruiter
                                      *> walked through
                                      move job-company-key to company-key-buffer
                                      perform findCompany
                                      if company-found and company-is-verified
                                          *> Verified is not the same
                                          *> as honest - the posting is
                                          *> scored for scam risk first
                                          move "EDITOR" to risk-source
                                          move "PUBLISHED" to risk-release-status
                                          perform scorePostingRisk
                                          if risk-held
                                              move "HELD" to job-status
                                          else
                                              move "PUBLISHED" to job-status
                                          end-if
                                          rewrite job-record
                                          if job-database-ok
                                              perform recordPostingRisk
                                              if job-open
                                                  perform billPostingPublished
                                              else
                                                  move "This posting has been held for review by career services before it goes live." to output-buffer
                                                  perform outputLine
                                              end-if
                                          end-if
                                      else
                                          move 'Y' to job-publish-refused
                                          move "This posting cannot be published until its company is verified - ask the operator to review the company queue." to output-buffer
                                          perform outputLine
                                      end-if
                                  else
                                      move 'N' to cls-show-flag
                                      if job-open
                                          move "CLOSED" to job-status
                                          move 'Y' to cls-show-flag
                                      else
                                          move "EDITOR" to risk-source
                                          move "PUBLISHED" to risk-release-status
                                          perform scorePostingRisk
                                          if risk-held
                                              move "HELD" to job-status
                                          else
                                              move "PUBLISHED" to job-status
                                          end-if
                                      end-if
                                      rewrite job-record
                                      if not cls-show-list and job-database-ok
                                          perform recordPostingRisk
                                      end-if
                                      *> Reopening puts the posting
                                      *> back on sale - it bills again
                                      if job-open and job-database-ok
                                          perform billPostingPublished
                                      end-if
                                      if job-held
                                          move "This posting has been held for review by career services before it goes live." to output-buffer
                                          perform outputLine
                                      end-if
                                      *> Closing a live posting settles
                                      *> every application still open
                                      if cls-show-list
                                          move "Why is this posting closing?" to output-buffer
                                          perform outputLine
                                          move "[1] The position has been filled" to output-buffer
                                          perform outputLine
                                          move "[2] The posting is being withdrawn" to output-buffer
                                          perform outputLine
                                          move "> " to input-prompt
                                          perform readInputLine
                                          if input-buffer = '1'
                                              move "FILLED" to cls-reason
                                          else
                                              move "WITHDRAWN" to cls-reason
                                          end-if
                                          move current-user to cls-actor
                                          perform closeOutPosting
                                          if cls-count > 0
                                              move cls-count to cls-count-disp
                                              move spaces to output-buffer
                                              string function trim(cls-count-disp leading) delimited by size
                                                     " open application(s) closed - review the applicants' notices before they go out." delimited by size
                                                     into output-buffer
                                              end-string
                                              perform outputLine
                                              move job-key to cls-job-filter
                                              perform reviewCloseOutNotices
                                          end-if
                                      end-if
                                  end-if
                              when job-edit-choice = '7'
                                  *> A posting under legal hold may not
                                  *> be removed, the same as in the sweep
                                  perform lghLoadHolds
                                  perform lghCheckJobRecord
                                  if lgh-held
                                      move "This listing is under a legal hold and cannot be deleted - please contact career services." to output-buffer
                                      perform outputLine
                                      move "job-database.dat" to lgh-skip-file
                                      move job-key to lgh-skip-key
                                      move 'Y' to lgh-skip-quiet-flag
                                      perform lghLogSkip
                                      move 'N' to lgh-skip-quiet-flag
                                  else
                                      perform confirmAction
                                      if action-confirmed
                                          delete job-database
                                              invalid key
                                                  move "Failed to delete listing." to output-buffer
                                                  perform outputLine
                                              not invalid key
                                                  move current-user to audit-actor
                                                  move "job-database.dat" to audit-file-name
                                                  move job-key to audit-record-key
                                                  move "DELETE" to audit-action
                                                  perform recordAuditEvent
                                                  move job-key to idx-jobkey-buffer
                                                  perform deleteSearchIndexEntriesForJob
                                                  move job-key to req-skill-job-key
                                                  perform clearJobRequiredSkills
                                                  move job-key to pipe-job-key
                                                  perform clearJobStages
                                                  move job-key to tal-clear-job-key
                                                  perform clearInvitesForJob
                                                  move job-key to elg-lookup-key
                                                  perform clearJobEligibility
                                                  move "Listing deleted." to output-buffer
                                                  perform outputLine
                                          end-delete
                                      else
                                          move "Deletion cancelled." to output-buffer
                                          perform outputLine
                                      end-if
                                  end-if
                              when job-edit-choice = '8'
                                  perform viewJobApplicants
                              when job-edit-choice(1:1) = 'k' or job-edit-choice(1:1) = 'K'
                                  perform captureRequiredSkills
                                  move job-key to req-skill-job-key
                                  perform saveJobRequiredSkills
                                  rewrite job-record
                              when job-edit-choice(1:1) = 's' or job-edit-choice(1:1) = 'S'
                                  perform captureScreeningQuestions
                                  rewrite job-record
                              when job-edit-choice(1:1) = 'w' or job-edit-choice(1:1) = 'W'
                                  perform captureOnCampusTerms
                                  rewrite job-record
                              when job-edit-choice(1:1) = 'c' or job-edit-choice(1:1) = 'C'
                                  move job-campus to cmp-default-campus
                                  perform campusCaptureCode
                                  move cmp-captured-campus to job-campus
                                  rewrite job-record
                              when job-edit-choice(1:1) = 'h' or job-edit-choice(1:1) = 'H'
                                  move job-key to pipe-job-key
                                  perform loadJobStages
                                  if pipe-stage-count > 0
                                      move "Current stages:" to output-buffer
                                      perform outputLine
                                      perform varying pipe-idx from 1 by 1
                                          until pipe-idx > pipe-stage-count
                                          move spaces to output-buffer
                                          move pipe-idx to pipe-num-disp
                                          string "  " delimited by size
                                                 function trim(pipe-num-disp leading) delimited by size
                                                 ". " delimited by size
                                                 function trim(pipe-stage-name(pipe-idx) trailing) delimited by size
                                                 into output-buffer
                                          end-string
                                          perform outputLine
                                      end-perform
                                  end-if
                                  perform captureHiringStages
                                  move job-key to pipe-job-key
                                  perform saveJobStages
                                  rewrite job-record
                              when job-edit-choice(1:1) = 'e' or job-edit-choice(1:1) = 'E'
                                  move job-key to elg-lookup-key
                                  perform displayEligibilityRules
                                  perform captureEligibilityRules
                                  move job-key to elg-lookup-key
                                  perform saveJobEligibility
                                  rewrite job-record
                              when job-edit-choice(1:1) = 'n' or job-edit-choice(1:1) = 'N'
                                  if blind-screening-on
                                      move 'N' to job-blind-screening
                                  else
                                      move 'Y' to job-blind-screening
                                  end-if
                                  rewrite job-record
                              when job-edit-choice(1:1) = 'p' or job-edit-choice(1:1) = 'P'
                                  perform postingPerformance
                              when job-edit-choice(1:1) = 'f' or job-edit-choice(1:1) = 'F'
                                  perform featureJobPosting
                              when other
                                  continue
                          end-evaluate
                          perform clearCheckpoint

                          *> A rewrite that did not land must say so -
                          *> record locks are a normal outcome now that
                          *> the file is shared between sessions
                          if ((job-edit-choice >= '1' and job-edit-choice <= '6')
                              or job-edit-choice(1:1) = 'k'
                              or job-edit-choice(1:1) = 'K'
                              or job-edit-choice(1:1) = 's'
                              or job-edit-choice(1:1) = 'S'
                              or job-edit-choice(1:1) = 'h'
                              or job-edit-choice(1:1) = 'H'
                              or job-edit-choice(1:1) = 'n'
                              or job-edit-choice(1:1) = 'N')
                          and job-database-status not = "00"
                              if job-database-status = "99"
                                  move "This posting is in use by another session - please try again shortly." to output-buffer
                              else
                                  move spaces to output-buffer
                                  string "Error updating posting: " delimited by size
                                         job-database-status delimited by size
                                         into output-buffer
                                  end-string
                              end-if
                              perform outputLine
                          end-if

                          if job-database-ok
                          and job-publish-refused not = 'Y'
                          and ((job-edit-choice >= '1' and job-edit-choice <= '6')
                              or job-edit-choice(1:1) = 'k'
                              or job-edit-choice(1:1) = 'K'
                              or job-edit-choice(1:1) = 's'
                              or job-edit-choice(1:1) = 'S'
                              or job-edit-choice(1:1) = 'h'
                              or job-edit-choice(1:1) = 'H'
                              or job-edit-choice(1:1) = 'n'
                              or job-edit-choice(1:1) = 'N')
                              move current-user to audit-actor
                              move "job-database.dat" to audit-file-name
                              move job-key to audit-record-key
                              move "REWRITE" to audit-action
                              perform recordAuditEvent
                              *> Keep the posting's index tokens in
                              *> step with the edited fields
                              move job-key to idx-jobkey-buffer
                              perform deleteSearchIndexEntriesForJob
                              perform insertJobSearchIndexEntries
                              move "Posting updated." to output-buffer
                              perform outputLine
                          end-if
                  end-read
              else
                  move "Unable to open job database." to output-buffer
                  perform outputLine
              end-if
              close job-database
              exit.

*>*******************************************************************
*> View Applicants for the job-key currently held in job-key
*> (reached from a posting's Manage/Edit screen or its job details),
*> with a link to the applicant's profile via findAcct and the
*> ability to set their application status. Setting a status notifies
*> the applicant through the existing messaging system.
*>*******************************************************************
       viewJobApplicants.
              move 0 to applicant-count
              open input application-database
              if application-ok
                  *> Straight to the posting's rows through the posting index
                  move job-key to application-job-key
                  start application-database key is equal to application-job-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-job-key not = job-key
                                  exit perform
                              end-if
                              if function trim(application-job-key trailing) = function trim(job-key trailing)
                              and applicant-count < 100
                                  add 1 to applicant-count
                                  move application-username to applicant-username-entry(applicant-count)
                                  move application-key to applicant-key-entry(applicant-count)
                                  move application-status to applicant-status-entry(applicant-count)
                                  move application-shortlisted to applicant-shortlist-entry(applicant-count)
                                  move application-ineligible-reason to applicant-inelig-entry(applicant-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database

              *> When the posting tags required skills, score every
              *> applicant (10 points per completed required skill plus
              *> one per endorsement they hold for it) and list the
              *> best match first instead of arrival order
              move job-key to req-skill-job-key
              perform loadJobRequiredSkills

              if posting-has-req-skills
                  perform varying applicant-sort-idx from 1 by 1
                          until applicant-sort-idx > applicant-count
                      move 0 to applicant-score-entry(applicant-sort-idx)
                      move applicant-username-entry(applicant-sort-idx) to usk-lookup-user
                      perform loadUserCompletions
                      move applicant-username-entry(applicant-sort-idx) to endorse-target-user
                      perform varying req-skill-idx from 1 by 1
                              until req-skill-idx > req-skill-count
                          move req-skill-entry(req-skill-idx) to scat-lookup-skill
                          perform findUserCompletion
                          if usk-found
                              add 10 to applicant-score-entry(applicant-sort-idx)
                          end-if
                          move req-skill-entry(req-skill-idx) to endorsement-skill-id
                          perform computeEndorsementCount
                          add endorsement-count to applicant-score-entry(applicant-sort-idx)
                      end-perform
                  end-perform

                  perform varying applicant-sort-idx from 1 by 1
                      until applicant-sort-idx > applicant-count - 1
                      perform varying applicant-sort-jdx from 1 by 1
                          until applicant-sort-jdx > applicant-count - applicant-sort-idx
                          if applicant-score-entry(applicant-sort-jdx) <
                             applicant-score-entry(applicant-sort-jdx + 1)
                              move applicant-username-entry(applicant-sort-jdx) to applicant-swap-username
                              move applicant-key-entry(applicant-sort-jdx) to applicant-swap-key
                              move applicant-status-entry(applicant-sort-jdx) to applicant-swap-status
                              move applicant-score-entry(applicant-sort-jdx) to applicant-swap-score
                              move applicant-shortlist-entry(applicant-sort-jdx) to applicant-swap-shortlist
                              move applicant-inelig-entry(applicant-sort-jdx) to applicant-swap-inelig
                              move applicant-username-entry(applicant-sort-jdx + 1) to applicant-username-entry(applicant-sort-jdx)
                              move applicant-key-entry(applicant-sort-jdx + 1) to applicant-key-entry(applicant-sort-jdx)
                              move applicant-status-entry(applicant-sort-jdx + 1) to applicant-status-entry(applicant-sort-jdx)
                              move applicant-score-entry(applicant-sort-jdx + 1) to applicant-score-entry(applicant-sort-jdx)
                              move applicant-shortlist-entry(applicant-sort-jdx + 1) to applicant-shortlist-entry(applicant-sort-jdx)
                              move applicant-inelig-entry(applicant-sort-jdx + 1) to applicant-inelig-entry(applicant-sort-jdx)
                              move applicant-swap-username to applicant-username-entry(applicant-sort-jdx + 1)
                              move applicant-swap-key to applicant-key-entry(applicant-sort-jdx + 1)
                              move applicant-swap-status to applicant-status-entry(applicant-sort-jdx + 1)
                              move applicant-swap-score to applicant-score-entry(applicant-sort-jdx + 1)
                              move applicant-swap-shortlist to applicant-shortlist-entry(applicant-sort-jdx + 1)
                              move applicant-swap-inelig to applicant-inelig-entry(applicant-sort-jdx + 1)
                          end-if
                      end-perform
                  end-perform
              end-if

              move "--- Applicants ---" to output-buffer
              perform outputLine

              if applicant-count = 0
                  move "No applications have been submitted for this job yet." to output-buffer
                  perform outputLine
              else
                  if blind-screening-on
                      move "(Blind screening is on - identities are hidden until you shortlist a candidate.)" to output-buffer
                      perform outputLine
                  end-if
                  perform varying selected-applicant-index from 1 by 1
                          until selected-applicant-index > applicant-count
                      move spaces to output-buffer
                      move applicant-username-entry(selected-applicant-index) to buffer-acct-username
                      perform findAcct
                      if blind-screening-on
                      and applicant-shortlist-entry(selected-applicant-index) not = 'Y'
                          *> Name-blind row: major, class year and the
                          *> skill match only - no name, university or
                          *> verified badge until the veil is lifted
                          string "[" delimited by size
                                 function trim(selected-applicant-index leading) delimited by size
                                 "] Candidate " delimited by size
                                 function trim(selected-applicant-index leading) delimited by size
                                 " - " delimited by size
                                 function trim(applicant-status-entry(selected-applicant-index) trailing) delimited by size
                                 " - " delimited by size
                                 function trim(profile-major trailing) delimited by size
                                 ", Class of " delimited by size
                                 profile-graduation-year delimited by size
                                 into output-buffer
                          end-string
                          if posting-has-req-skills
                              string function trim(output-buffer trailing) delimited by size
                                     "  (skill match score " delimited by size
                                     function trim(applicant-score-entry(selected-applicant-index) leading) delimited by size
                                     ")" delimited by size
                                     into output-buffer
                              end-string
                          end-if
                      else
                          if posting-has-req-skills
                              string "[" delimited by size
                                     function trim(selected-applicant-index leading) delimited by size
                                     "] " delimited by size
                                     function trim(applicant-username-entry(selected-applicant-index) trailing) delimited by size
                                     " - " delimited by size
                                     function trim(applicant-status-entry(selected-applicant-index) trailing) delimited by size
                                     "  (skill match score " delimited by size
                                     function trim(applicant-score-entry(selected-applicant-index) leading) delimited by size
                                     ")" delimited by size
                                     into output-buffer
                              end-string
                          else
                              string "[" delimited by size
                                     function trim(selected-applicant-index leading) delimited by size
                                     "] " delimited by size
                                     function trim(applicant-username-entry(selected-applicant-index) trailing) delimited by size
                                     " - " delimited by size
                                     function trim(applicant-status-entry(selected-applicant-index) trailing) delimited by size
                                     into output-buffer
                              end-string
                          end-if
                          *> Registrar-verified enrollment rides along
                          *> so the employer can tell a confirmed
                          *> student from a self-typed claim
                          if acct-found and enrollment-verified
                              string function trim(output-buffer trailing) delimited by size
                                     "  [Verified]" delimited by size
                                     into output-buffer
                              end-string
                          end-if
                      end-if
                      perform outputLine
                      *> Taken despite failing the posting's rules
                      if applicant-inelig-entry(selected-applicant-index) not = spaces
                          move spaces to output-buffer
                          string "      INELIGIBLE: " delimited by size
                                 function trim(applicant-inelig-entry(selected-applicant-index) trailing) delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                      end-if
                  end-perform

                  move "Enter number to view profile / set status (q to go back):" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer not = 'q' and valid-read
                      move function trim(input-buffer trailing) to selected-applicant-index
                      if selected-applicant-index >= 1 and
                         selected-applicant-index <= applicant-count
                          perform manageApplicant
                      else
                          move "Invalid selection." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-if
              exit.

*>*******************************************************************
*> View an applicant's profile, set their application status or move
*> them along the posting's hiring pipeline, using the entry selected
*> in applicant-*-entry(selected-applicant-index)
*>*******************************************************************
       manageApplicant.
              move "[1] View Applicant's Profile" to output-buffer
              perform outputLine
              move "[2] Set Application Status" to output-buffer
              perform outputLine
              move "[3] View Resume/Cover Letter" to output-buffer
              perform outputLine
              move "[4] View Screening Answers" to output-buffer
              perform outputLine
              if blind-screening-on
              and applicant-shortlist-entry(selected-applicant-index) not = 'Y'
                  move "[5] Shortlist This Candidate (reveal identity)" to output-buffer
                  perform outputLine
              end-if
              move "[6] Move Along the Hiring Pipeline" to output-buffer
              perform outputLine
              move "[7] View Stage History" to output-buffer
              perform outputLine
              move "[q] Back" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine

              evaluate true
                  when input-buffer = '6'
                      perform moveApplicantStage
                  when input-buffer = '7'
                      perform showApplicantStageHistory
                  when input-buffer = '5'
                  and blind-screening-on
                  and applicant-shortlist-entry(selected-applicant-index) not = 'Y'
                      *> Lifting the veil is deliberate and on the
                      *> record - the audit trail carries a REVEAL row
                      if support-viewing
                          perform supportWriteBlocked
                          exit paragraph
                      end-if
                      open i-o application-database
                      if application-ok
                          move applicant-key-entry(selected-applicant-index) to application-key
                          read application-database
                              key is application-key
                              invalid key
                                  move "Application not found." to output-buffer
                                  perform outputLine
                              not invalid key
                                  move 'Y' to application-shortlisted
                                  rewrite application-record
                                  if application-ok
                                      move 'Y' to applicant-shortlist-entry(selected-applicant-index)
                                      move current-user to audit-actor
                                      move "application-database.dat" to audit-file-name
                                      move application-key to audit-record-key
                                      move "REVEAL" to audit-action
                                      perform recordAuditEvent
                                      move spaces to output-buffer
                                      string "Candidate shortlisted - this is " delimited by size
                                             function trim(applicant-username-entry(selected-applicant-index) trailing) delimited by size
                                             "." delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-if
                      close application-database
                  when input-buffer = '4'
                      open input application-database
                      if application-ok
                          move applicant-key-entry(selected-applicant-index) to application-key
                          read application-database
                              key is application-key
                              invalid key
                                  move "Application not found." to output-buffer
                                  perform outputLine
                              not invalid key
                                  perform displayScreeningAnswers
                          end-read
                      end-if
                      close application-database
                  when input-buffer = '1'
                  and blind-screening-on
                  and applicant-shortlist-entry(selected-applicant-index) not = 'Y'
                      move "This posting is name-blind - shortlist the candidate first to see the profile." to output-buffer
                      perform outputLine
                  when input-buffer = '1'
                      *> Honor the applicant's visibility setting - a
                      *> non-connected employer gets the limited card
                      *> for CONNECTIONS-ONLY and PRIVATE profiles
                      move applicant-username-entry(selected-applicant-index) to buffer-acct-username
                      perform findAcct
                      perform checkProfileAccess

                      move current-user to temp-current-user
                      move current-user to profile-view-viewer
                      move applicant-username-entry(selected-applicant-index) to current-user
                      if profile-access-full
                          perform view-profile
                      else
                          perform view-profile-limited
                      end-if
                      move temp-current-user to current-user
                  when input-buffer = '3'
                  and blind-screening-on
                  and applicant-shortlist-entry(selected-applicant-index) not = 'Y'
                      *> The resume names the candidate - it stays
                      *> behind the veil with the profile
                      move "This posting is name-blind - shortlist the candidate first to see the resume." to output-buffer
                      perform outputLine
                  when input-buffer = '3'
                      open input application-database
                      if application-ok
                          move applicant-key-entry(selected-applicant-index) to application-key
                          read application-database
                              key is application-key
                              invalid key
                                  move "Application not found." to output-buffer
                                  perform outputLine
                              not invalid key
                                  if function trim(application-resume-text trailing) = spaces
                                      move "No resume or cover letter was provided for this application." to output-buffer
                                      perform outputLine
                                  else
                                      move "--- Resume/Cover Letter ---" to output-buffer
                                      perform outputLine
                                      move application-resume-text to output-buffer
                                      perform outputLine
                                  end-if
                          end-read
                      end-if
                      close application-database
                  when input-buffer = '2'
                      move "[1] Accepted" to output-buffer
                      perform outputLine
                      move "[2] Rejected" to output-buffer
                      perform outputLine
                      move "[3] Interviewing" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine

                      move spaces to message-content-buffer
                      evaluate true
                          when input-buffer = '1'
                              move "ACCEPTED" to applicant-status-entry(selected-applicant-index)
                          when input-buffer = '2'
                              move "REJECTED" to applicant-status-entry(selected-applicant-index)
                          when input-buffer = '3'
                              move "INTERVIEWING" to applicant-status-entry(selected-applicant-index)
                          when other
                              exit paragraph
                      end-evaluate

                      *> An accept/reject decision should be made from
                      *> the recorded interview scorecard, not memory -
                      *> show it (or its absence) before finalizing
                      if applicant-status-entry(selected-applicant-index) = "ACCEPTED"
                      or applicant-status-entry(selected-applicant-index) = "REJECTED"
                          perform showApplicantScorecard
                      end-if

                      if support-viewing
                          perform supportWriteBlocked
                          exit paragraph
                      end-if
                      open i-o application-database
                      if application-database-status = "93"
                          close application-database
                          open i-o application-database
                      end-if
                      if application-database-status = "93"
                          move "This application is in use by another session - please try again shortly." to output-buffer
                          perform outputLine
                      end-if
                      move 'N' to applicant-update-ok
                      if application-ok
                          move applicant-key-entry(selected-applicant-index) to application-key
                          read application-database
                              key is application-key
                              invalid key
                                  move "Application not found." to output-buffer
                                  perform outputLine
                              not invalid key
                                  move application-key to pipe-app-key
                                  move application-created-date to pipe-app-created
                                  move application-username to pipe-app-username
                                  move applicant-status-entry(selected-applicant-index) to application-status
                                  move function current-date(1:8) to application-status-date
                                  rewrite application-record
                                  *> Only a rewrite that landed gets an
                                  *> audit row and a notification
                                  evaluate true
                                      when application-ok
                                          move 'Y' to applicant-update-ok
                                          move current-user to audit-actor
                                          move "application-database.dat" to audit-file-name
                                          move application-key to audit-record-key
                                          move "REWRITE" to audit-action
                                          perform recordAuditEvent
                                      when application-database-status = "99"
                                          move "This application is in use by another session - please try again shortly." to output-buffer
                                          perform outputLine
                                      when other
                                          move spaces to output-buffer
                                          string "Error updating application: " delimited by size
                                                 application-database-status delimited by size
                                                 into output-buffer
                                          end-string
                                          perform outputLine
                                  end-evaluate
                          end-read
                      end-if
                      close application-database

                      if applicant-update-ok not = 'Y'
                          exit paragraph
                      end-if

                      *> The decision closes the candidate's pipeline -
                      *> it is the last move in the stage history, so
                      *> the time spent in the final stage is measured
                      if applicant-status-entry(selected-applicant-index) = "ACCEPTED"
                      or applicant-status-entry(selected-applicant-index) = "REJECTED"
                          perform loadStageHistory
                          move pipe-hist-to(pipe-hist-count) to pipe-from-stage
                          move applicant-status-entry(selected-applicant-index) to pipe-to-stage
                          move current-user to pipe-actor
                          perform writeStageHistory
                      end-if

                      *> INTERVIEWING kicks off the scheduling step -
                      *> capture the proposed time slots before notifying
                      if applicant-status-entry(selected-applicant-index) = "INTERVIEWING"
                          perform proposeInterviewSlots
                      end-if

                      *> ACCEPTED feeds the registrar's placement
                      *> interface, kicks off offer management, and
                      *> closes out any referral behind the hire
                      if applicant-status-entry(selected-applicant-index) = "ACCEPTED"
                          perform writePlacementInterface
                          perform extendOffer
                          perform creditReferralHired
                      end-if

                      move spaces to output-buffer
                      string "Your application for " delimited by size
                             function trim(job-title trailing) delimited by size
                             " has been updated to: " delimited by size
                             function trim(applicant-status-entry(selected-applicant-index) trailing) delimited by size
                             into message-content-buffer
                      end-string
                      if applicant-status-entry(selected-applicant-index) = "INTERVIEWING"
                          string function trim(message-content-buffer trailing) delimited by size
                                 ". Interview time slots have been proposed - choose one under View My Applications." delimited by size
                                 into message-content-buffer
                          end-string
                      end-if
                      if applicant-status-entry(selected-applicant-index) = "ACCEPTED"
                      and offer-on-file
                          string function trim(message-content-buffer trailing) delimited by size
                                 ". An offer has been extended - review and respond under View My Applications." delimited by size
                                 into message-content-buffer
                          end-string
                      end-if
                      move function trim(current-user trailing) to message-sender-buffer
                      move applicant-username-entry(selected-applicant-index) to message-recipient-buffer
                      *> Status changes (including interview offers) are
                      *> high priority - spool them for the campus
                      *> mailer, subject to the applicant's preferences
                      move 'Y' to message-priority-flag
                      move "Application status update" to message-spool-subject
                      move "STATUS" to notify-class-buffer
                      perform saveMessage

                      move "Applicant status updated and applicant notified." to output-buffer
                      perform outputLine
                  when other
                      continue
              end-evaluate
              exit.

*>*******************************************************************
*> Hiring pipeline - each posting carries its own ordered list of
*> stages (job-stages), the employer moves candidates along it from
*> manageApplicant, and every move lands a dated row in stage-history
*> so the student's view, posting performance and the aging report
*> can say how far each candidate got and how long each stage took
*>*******************************************************************

*> Paragraph: captureHiringStages
*> Purpose:   Lets the poster define the posting's hiring stages in
*>            order (shared by createJobListing and the posting
*>            editor) - the caller stores them against the posting
*>            with saveJobStages. A blank first stage takes the
*>            standard three; NONE leaves the posting without a
*>            pipeline.
*> Input:     None (prompts)
*> Output:    pipe-stage-count, pipe-stage-table
       captureHiringStages.
              move "Hiring stages in order (up to 10, 'DONE' to finish, 'NONE' for no pipeline," to output-buffer
              perform outputLine
              move "blank first stage = Phone Screen / Interview / Final Round):" to output-buffer
              perform outputLine
              move 0 to pipe-stage-count
              move spaces to pipe-stage-table
              move 'N' to pipe-done-flag
              perform varying pipe-idx from 1 by 1
                  until pipe-idx > 10 or pipe-done or not valid-read
                  move spaces to input-prompt
                  move pipe-idx to pipe-num-disp
                  string "Stage #" delimited by size
                         function trim(pipe-num-disp leading) delimited by size
                         ": " delimited by size
                         into input-prompt
                  end-string
                  perform readInputLine
                  evaluate true
                      when function upper-case(function trim(input-buffer trailing)) = "NONE"
                      and pipe-idx = 1
                          move 'Y' to pipe-done-flag
                      when function trim(input-buffer trailing) = spaces
                      and pipe-idx = 1
                          move 3 to pipe-stage-count
                          move "Phone Screen" to pipe-stage-name(1)
                          move "Interview" to pipe-stage-name(2)
                          move "Final Round" to pipe-stage-name(3)
                          move 'Y' to pipe-done-flag
                      when function upper-case(function trim(input-buffer trailing)) = "DONE"
                      or function trim(input-buffer trailing) = spaces
                          move 'Y' to pipe-done-flag
                      when other
                          add 1 to pipe-stage-count
                          move function trim(input-buffer trailing) to pipe-stage-name(pipe-stage-count)
                  end-evaluate
              end-perform
              move spaces to input-prompt
              exit.

*> Paragraph: loadJobStages
*> Purpose:   Reads back a posting's hiring stages in pipeline order
*> Input:     pipe-job-key
*> Output:    pipe-stage-count, pipe-stage-table
       loadJobStages.
              move 0 to pipe-stage-count
              move spaces to pipe-stage-table
              open input job-stages
              if job-stages-ok
                  move pipe-job-key to jst-job-key
                  move 0 to jst-seq
                  start job-stages key is not less than jst-key
                      invalid key
                          continue
                  end-start
                  perform until job-stages-status not = "00"
                      read job-stages next record
                          at end
                              exit perform
                          not at end
                              if jst-job-key not = pipe-job-key
                                  exit perform
                              end-if
                              if pipe-stage-count < 10
                                  add 1 to pipe-stage-count
                                  move jst-name to pipe-stage-name(pipe-stage-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close job-stages
              exit.

*> Paragraph: clearJobStages
*> Purpose:   Removes every hiring stage defined on a posting
*> Input:     pipe-job-key
*> Output:    None
       clearJobStages.
              open i-o job-stages
              if job-stages-ok
                  move pipe-job-key to jst-job-key
                  move 0 to jst-seq
                  start job-stages key is not less than jst-key
                      invalid key
                          continue
                  end-start
                  perform until job-stages-status not = "00"
                      read job-stages next record
                          at end
                              exit perform
                          not at end
                              if jst-job-key not = pipe-job-key
                                  exit perform
                              end-if
                              delete job-stages
                              perform setAuditActor
                              move "job-stages.dat" to audit-file-name
                              move jst-key to audit-record-key
                              move "DELETE" to audit-action
                              perform recordAuditEvent
                      end-read
                  end-perform
              end-if
              close job-stages
              exit.

*> Paragraph: saveJobStages
*> Purpose:   Replaces a posting's hiring stages with the list
*>            captured by captureHiringStages. Candidates already in
*>            a stage keep its name; a stage dropped from the list
*>            simply has no place in the new order.
*> Input:     pipe-job-key, pipe-stage-count, pipe-stage-table
*> Output:    None
       saveJobStages.
              perform clearJobStages
              if pipe-stage-count = 0
                  exit paragraph
              end-if
              open i-o job-stages
              if job-stages-missing
                  open output job-stages
                  close job-stages
                  open i-o job-stages
              end-if
              if job-stages-ok
                  perform varying pipe-idx from 1 by 1
                      until pipe-idx > pipe-stage-count
                      initialize job-stage-record
                      move pipe-job-key to jst-job-key
                      move pipe-idx to jst-seq
                      move pipe-stage-name(pipe-idx) to jst-name
                      move function current-date(1:8) to jst-added-date
                      write job-stage-record
                      if job-stages-ok
                          move current-user to audit-actor
                          move "job-stages.dat" to audit-file-name
                          move jst-key to audit-record-key
                          move "WRITE" to audit-action
                          perform recordAuditEvent
                      end-if
                  end-perform
              end-if
              close job-stages
              exit.

*> Paragraph: findStagePosition
*> Purpose:   Finds a stage name in the loaded stage list
*> Input:     pipe-to-stage, pipe-stage-table
*> Output:    pipe-cur-pos (0 when the stage is not on the list)
       findStagePosition.
              move 0 to pipe-cur-pos
              perform varying pipe-idx from 1 by 1
                  until pipe-idx > pipe-stage-count or pipe-cur-pos > 0
                  if pipe-stage-name(pipe-idx) = pipe-to-stage
                      move pipe-idx to pipe-cur-pos
                  end-if
              end-perform
              exit.

*> Paragraph: loadStageHistory
*> Purpose:   Reads back one application's pipeline moves in order.
*>            Row 1 is the submission itself ("Applied"), so the wait
*>            before the first move is measured like any stage.
*> Input:     pipe-app-key, pipe-app-created, pipe-app-username
*> Output:    pipe-hist-count, pipe-hist-table, pipe-next-seq
       loadStageHistory.
              move 1 to pipe-hist-count
              move "Applied" to pipe-hist-to(1)
              move pipe-app-created to pipe-hist-date(1)
              move pipe-app-username to pipe-hist-user(1)
              move 1 to pipe-next-seq
              open input stage-history
              if stage-history-ok
                  move pipe-app-key to sth-app-key
                  move 0 to sth-seq
                  start stage-history key is not less than sth-key
                      invalid key
                          continue
                  end-start
                  perform until stage-history-status not = "00"
                      read stage-history next record
                          at end
                              exit perform
                          not at end
                              if sth-app-key not = pipe-app-key
                                  exit perform
                              end-if
                              compute pipe-next-seq = sth-seq + 1
                              if pipe-hist-count < 50
                                  add 1 to pipe-hist-count
                                  move sth-to-stage to pipe-hist-to(pipe-hist-count)
                                  move sth-date to pipe-hist-date(pipe-hist-count)
                                  move sth-user to pipe-hist-user(pipe-hist-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close stage-history
              exit.

*> Paragraph: writeStageHistory
*> Purpose:   Records one pipeline move for an application, dated
*>            today and stamped with the user (or job) making it
*> Input:     pipe-app-key, pipe-next-seq (from loadStageHistory),
*>            pipe-from-stage, pipe-to-stage, pipe-actor
*> Output:    None
       writeStageHistory.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o stage-history
              if stage-history-missing
                  open output stage-history
                  close stage-history
                  open i-o stage-history
              end-if
              if stage-history-ok
                  initialize stage-history-record
                  move pipe-app-key to sth-app-key
                  move pipe-next-seq to sth-seq
                  move pipe-from-stage to sth-from-stage
                  move pipe-to-stage to sth-to-stage
                  move function current-date(1:8) to sth-date
                  move pipe-actor to sth-user
                  write stage-history-record
                  if stage-history-ok
                      move pipe-actor to audit-actor
                      move "stage-history.dat" to audit-file-name
                      move sth-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                  end-if
              end-if
              close stage-history
              exit.

*> Paragraph: clearStageHistory
*> Purpose:   Removes an application's pipeline moves along with the
*>            application (withdrawal or account purge), so a later
*>            application under the same key starts clean
*> Input:     pipe-app-key
*> Output:    None
       clearStageHistory.
              open i-o stage-history
              if stage-history-ok
                  move pipe-app-key to sth-app-key
                  move 0 to sth-seq
                  start stage-history key is not less than sth-key
                      invalid key
                          continue
                  end-start
                  perform until stage-history-status not = "00"
                      read stage-history next record
                          at end
                              exit perform
                          not at end
                              if sth-app-key not = pipe-app-key
                                  exit perform
                              end-if
                              delete stage-history
                              perform setAuditActor
                              move "stage-history.dat" to audit-file-name
                              move sth-key to audit-record-key
                              move "DELETE" to audit-action
                              perform recordAuditEvent
                      end-read
                  end-perform
              end-if
              close stage-history
              exit.

*> Paragraph: computeStageDays
*> Purpose:   Days spent in the stage at row pipe-idx of the loaded
*>            history - up to the next move, or up to today for the
*>            stage the candidate is still in. A decision or close-out
*>            row has no duration.
*> Input:     pipe-idx, pipe-hist-table, pipe-hist-count
*> Output:    pipe-days (-1 when it cannot be measured)
       computeStageDays.
              move -1 to pipe-days
              if pipe-hist-date(pipe-idx) is not numeric
                  exit paragraph
              end-if
              if pipe-idx < pipe-hist-count
                  if pipe-hist-date(pipe-idx + 1) is not numeric
                      exit paragraph
                  end-if
                  move pipe-hist-date(pipe-idx + 1) to date-ymd-work-2
              else
                  if pipe-hist-to(pipe-idx) = "ACCEPTED"
                  or pipe-hist-to(pipe-idx) = "REJECTED"
                  or pipe-hist-to(pipe-idx) = "CLOSED"
                      exit paragraph
                  end-if
                  move function current-date(1:8) to date-ymd-work-2
              end-if
              move pipe-hist-date(pipe-idx) to date-ymd-work
              compute pipe-start-int = function integer-of-date(date-ymd-work)
              compute pipe-end-int = function integer-of-date(date-ymd-work-2)
              compute pipe-days = pipe-end-int - pipe-start-int
              if pipe-days < 0
                  move 0 to pipe-days
              end-if
              exit.

*> Paragraph: displayStageHistory
*> Purpose:   Lists the loaded pipeline moves, one line per stage with
*>            the date it was entered and how long it lasted (who
*>            made each move is shown on the employer side only)
*> Input:     pipe-hist-table, pipe-hist-count, pipe-show-user-flag
*> Output:    None
       displayStageHistory.
              perform varying pipe-idx from 1 by 1 until pipe-idx > pipe-hist-count
                  perform computeStageDays
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(pipe-hist-to(pipe-idx) trailing) delimited by size
                         " - entered " delimited by size
                         pipe-hist-date(pipe-idx) delimited by size
                         into output-buffer
                  end-string
                  if pipe-show-user and pipe-idx > 1
                      string function trim(output-buffer trailing) delimited by size
                             " by " delimited by size
                             function trim(pipe-hist-user(pipe-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                  end-if
                  if pipe-days >= 0
                      move pipe-days to pipe-days-disp
                      string function trim(output-buffer trailing) delimited by size
                             ", " delimited by size
                             function trim(pipe-days-disp leading) delimited by size
                             " day(s)" delimited by size
                             into output-buffer
                      end-string
                      if pipe-idx = pipe-hist-count
                          string function trim(output-buffer trailing) delimited by size
                                 " so far" delimited by size
                                 into output-buffer
                          end-string
                      end-if
                  end-if
                  perform outputLine
              end-perform
              exit.

*> Paragraph: seedStageTally
*> Purpose:   Empties the per-stage tallies and, when a posting's
*>            stages are loaded, lays them out in pipeline order so the
*>            report lists them that way
*> Input:     pipe-stage-count, pipe-stage-table
*> Output:    pipe-tally-count, pipe-tally-table
       seedStageTally.
              move 1 to pipe-tally-count
              move "Applied" to pipe-tally-name(1)
              perform varying pipe-idx from 1 by 1 until pipe-idx > pipe-stage-count
                  add 1 to pipe-tally-count
                  move pipe-stage-name(pipe-idx) to pipe-tally-name(pipe-tally-count)
              end-perform
              perform varying pipe-tally-slot from 1 by 1 until pipe-tally-slot > 40
                  if pipe-tally-slot > pipe-tally-count
                      move spaces to pipe-tally-name(pipe-tally-slot)
                  end-if
                  move 0 to pipe-tally-reached(pipe-tally-slot)
                  move 0 to pipe-tally-done(pipe-tally-slot)
                  move 0 to pipe-tally-day-sum(pipe-tally-slot)
              end-perform
              exit.

*> Paragraph: tallyStageHistory
*> Purpose:   Folds the loaded history into the per-stage tallies:
*>            one "reached" per stage entered, and the days of every
*>            stage the candidate has since left
*> Input:     pipe-hist-table, pipe-hist-count
*> Output:    pipe-tally-table, pipe-tally-count
       tallyStageHistory.
              perform varying pipe-idx from 1 by 1 until pipe-idx > pipe-hist-count
                  move 0 to pipe-tally-slot
                  perform varying pipe-pick from 1 by 1
                      until pipe-pick > pipe-tally-count or pipe-tally-slot > 0
                      if pipe-tally-name(pipe-pick) = pipe-hist-to(pipe-idx)
                          move pipe-pick to pipe-tally-slot
                      end-if
                  end-perform
                  if pipe-tally-slot = 0 and pipe-tally-count < 40
                      add 1 to pipe-tally-count
                      move pipe-tally-count to pipe-tally-slot
                      move pipe-hist-to(pipe-idx) to pipe-tally-name(pipe-tally-slot)
                  end-if
                  if pipe-tally-slot > 0
                      add 1 to pipe-tally-reached(pipe-tally-slot)
                      if pipe-idx < pipe-hist-count
                          perform computeStageDays
                          if pipe-days >= 0
                              add 1 to pipe-tally-done(pipe-tally-slot)
                              add pipe-days to pipe-tally-day-sum(pipe-tally-slot)
                          end-if
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: moveApplicantStage
*> Purpose:   Moves the applicant selected in manageApplicant along
*>            the posting's pipeline - to the next stage by default,
*>            or to a chosen one - records the move and tells the
*>            applicant
*> Input:     job-record, applicant-*-entry(selected-applicant-index)
*> Output:    None
       moveApplicantStage.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move job-key to pipe-job-key
              perform loadJobStages
              if pipe-stage-count = 0
                  move "This posting has no hiring stages - define them with [h] on the posting's edit screen." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move 'N' to applicant-update-ok
              open input application-database
              if application-ok
                  move applicant-key-entry(selected-applicant-index) to application-key
                  read application-database
                      key is application-key
                      invalid key
                          move "Application not found." to output-buffer
                          perform outputLine
                      not invalid key
                          move 'Y' to applicant-update-ok
                  end-read
              end-if
              close application-database
              if applicant-update-ok not = 'Y'
                  exit paragraph
              end-if
              if application-accepted or application-rejected or application-closed
                  move "This application has been decided - its pipeline is closed." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move application-key to pipe-app-key
              move application-created-date to pipe-app-created
              move application-username to pipe-app-username
              perform loadStageHistory
              move pipe-hist-to(pipe-hist-count) to pipe-from-stage
              move application-stage to pipe-to-stage
              perform findStagePosition

              move "--- Hiring Pipeline ---" to output-buffer
              perform outputLine
              perform varying pipe-idx from 1 by 1 until pipe-idx > pipe-stage-count
                  move spaces to output-buffer
                  move pipe-idx to pipe-num-disp
                  string "[" delimited by size
                         function trim(pipe-num-disp leading) delimited by size
                         "] " delimited by size
                         function trim(pipe-stage-name(pipe-idx) trailing) delimited by size
                         into output-buffer
                  end-string
                  if pipe-idx = pipe-cur-pos
                      string function trim(output-buffer trailing) delimited by size
                             "  <- current stage" delimited by size
                             into output-buffer
                      end-string
                  end-if
                  perform outputLine
              end-perform
              move "Move to stage number (blank = next stage, q = cancel): " to input-prompt
              perform readInputLine
              if not valid-read
              or input-buffer = 'q' or input-buffer = 'Q'
                  exit paragraph
              end-if
              if function trim(input-buffer trailing) = spaces
                  compute pipe-pick = pipe-cur-pos + 1
                  if pipe-pick > pipe-stage-count
                      move "The candidate is at the final stage - set the application status to record the decision." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              else
                  move 0 to pipe-pick
                  if function trim(input-buffer trailing) is numeric
                      move function trim(input-buffer trailing) to pipe-pick
                  end-if
                  if pipe-pick < 1 or pipe-pick > pipe-stage-count
                      move "Invalid selection." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
                  if pipe-pick = pipe-cur-pos
                      move "The candidate is already at that stage." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-if
              move pipe-stage-name(pipe-pick) to pipe-to-stage

              open i-o application-database
              if application-database-status = "93"
                  close application-database
                  open i-o application-database
              end-if
              if application-database-status = "93"
                  move "This application is in use by another session - please try again shortly." to output-buffer
                  perform outputLine
              end-if
              move 'N' to applicant-update-ok
              if application-ok
                  move applicant-key-entry(selected-applicant-index) to application-key
                  read application-database
                      key is application-key
                      invalid key
                          move "Application not found." to output-buffer
                          perform outputLine
                      not invalid key
                          move pipe-to-stage to application-stage
                          move function current-date(1:8) to application-stage-date
                          rewrite application-record
                          evaluate true
                              when application-ok
                                  move 'Y' to applicant-update-ok
                                  move current-user to audit-actor
                                  move "application-database.dat" to audit-file-name
                                  move application-key to audit-record-key
                                  move "REWRITE" to audit-action
                                  perform recordAuditEvent
                              when application-database-status = "99"
                                  move "This application is in use by another session - please try again shortly." to output-buffer
                                  perform outputLine
                              when other
                                  move spaces to output-buffer
                                  string "Error updating application: " delimited by size
                                         application-database-status delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                          end-evaluate
                  end-read
              end-if
              close application-database
              if applicant-update-ok not = 'Y'
                  exit paragraph
              end-if

              move current-user to pipe-actor
              perform writeStageHistory

              move spaces to message-content-buffer
              string "Your application for " delimited by size
                     function trim(job-title trailing) delimited by size
                     " has moved to the " delimited by size
                     function trim(pipe-to-stage trailing) delimited by size
                     " stage." delimited by size
                     into message-content-buffer
              end-string
              move function trim(current-user trailing) to message-sender-buffer
              move applicant-username-entry(selected-applicant-index) to message-recipient-buffer
              move 'N' to message-priority-flag
              move "Application status update" to message-spool-subject
              move "STATUS" to notify-class-buffer
              perform saveMessage

              move spaces to output-buffer
              string "Candidate moved to " delimited by size
                     function trim(pipe-to-stage trailing) delimited by size
                     " and notified." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: showApplicantStageHistory
*> Purpose:   Shows the employer every pipeline move on the selected
*>            application, with dates, durations and who moved it
*> Input:     applicant-key-entry(selected-applicant-index)
*> Output:    None
       showApplicantStageHistory.
              move 'N' to applicant-update-ok
              open input application-database
              if application-ok
                  move applicant-key-entry(selected-applicant-index) to application-key
                  read application-database
                      key is application-key
                      invalid key
                          move "Application not found." to output-buffer
                          perform outputLine
                      not invalid key
                          move 'Y' to applicant-update-ok
                  end-read
              end-if
              close application-database
              if applicant-update-ok not = 'Y'
                  exit paragraph
              end-if
              move application-key to pipe-app-key
              move application-created-date to pipe-app-created
              move application-username to pipe-app-username
              perform loadStageHistory
              move "--- Stage History ---" to output-buffer
              perform outputLine
              move 'Y' to pipe-show-user-flag
              perform displayStageHistory
              move 'N' to pipe-show-user-flag
              exit.

*> Paragraph: showApplicantScorecard
*> Purpose:   Looks up the interview record (and scorecard) for the
*>            applicant selected in manageApplicant and displays it
*>            ahead of the accept/reject decision
*> Input:     applicant-key-entry(selected-applicant-index)
*> Output:    None
       showApplicantScorecard.
              open input interview-database
              if interview-db-ok
                  move applicant-key-entry(selected-applicant-index) to interview-key
                  read interview-database
                      key is interview-key
                      invalid key
                          move "No interview scorecard is on file for this applicant." to output-buffer
                          perform outputLine
                      not invalid key
                          if function trim(interview-fb-by trailing) not = spaces
                              perform displayInterviewFeedback
                          else
                              move "No interview scorecard is on file for this applicant." to output-buffer
                              perform outputLine
                          end-if
                  end-read
              else
                  move "No interview scorecard is on file for this applicant." to output-buffer
                  perform outputLine
              end-if
              close interview-database
              exit.

*>*******************************************************************
*> Placement interface writer - appends one fixed-layout detail
*> record per accepted application (student, school, employer, job,
*> acceptance date) and rewrites the trailer with the record count,
*> using the scratch-file swap the log purges use, so the registrar's
*> nightly load can verify it received the whole file
*>*******************************************************************
       writePlacementInterface.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              *> The applicant's profile supplies name, school and major
              move applicant-username-entry(selected-applicant-index) to buffer-acct-username
              perform findAcct

              move 0 to plif-count
              move 0 to plif-max-seq
              move 0 to plif-hash
              open output placements-temp
              if placements-temp-status not = "00"
                  move "Unable to write the placements interface file." to output-buffer
                  perform outputLine
                  close placements-temp
                  exit paragraph
              end-if

              *> Fresh header - source and business date, the basic
              *> interface hygiene every exchange partner expects
              move spaces to plif-record
              move 'H' to plif-rec-type
              move "INCOLLEGE" to plif-student-name
              move function current-date(1:8) to plif-accept-date
              move plif-record to placements-temp-line
              write placements-temp-line

              *> Carry the existing detail records across, tracking the
              *> highest sequence number (the old header and trailer
              *> are dropped and rebuilt)
              open input placements-interface
              if placements-interface-status = "00"
                  perform until placements-interface-status not = "00"
                      read placements-interface
                          at end
                              exit perform
                          not at end
                              move placements-interface-line to plif-record
                              if plif-rec-type = 'D'
                                  add 1 to plif-count
                                  if plif-seq > plif-max-seq
                                      move plif-seq to plif-max-seq
                                  end-if
                                  move plif-record to placements-temp-line
                                  write placements-temp-line
                                  compute plif-hash = function mod(plif-hash
                                      + function length(function trim(placements-temp-line trailing)),
                                      999999999)
                              end-if
                      end-read
                  end-perform
              end-if
              close placements-interface

              *> New detail record
              move spaces to plif-record
              move 'D' to plif-rec-type
              compute plif-seq = plif-max-seq + 1
              move spaces to plif-student-name
              string function trim(profile-first-name trailing) delimited by size
                     " " delimited by size
                     function trim(profile-last-name trailing) delimited by size
                     into plif-student-name
              end-string
              move applicant-username-entry(selected-applicant-index) to plif-username
              move profile-university to plif-university
              move profile-major to plif-major
              move profile-graduation-year to plif-grad-year
              move job-employer to plif-employer
              move job-title to plif-job-title
              move job-location to plif-location
              move function current-date(1:8) to plif-accept-date
              add 1 to plif-count
              move plif-record to placements-temp-line
              write placements-temp-line
              compute plif-hash = function mod(plif-hash
                  + function length(function trim(placements-temp-line trailing)),
                  999999999)

              *> Fresh trailer with the verified record count and the
              *> hash total over the detail records
              move spaces to plif-record
              move 'T' to plif-rec-type
              move plif-count to plif-seq
              move plif-hash to plif-student-name(1:9)
              move plif-record to placements-temp-line
              write placements-temp-line
              close placements-temp

              call "CBL_DELETE_FILE" using placements-filename
              call "CBL_RENAME_FILE" using placements-temp-filename
                                           placements-filename

              move current-user to audit-actor
              move "placements-interface.dat" to audit-file-name
              move plif-username to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent

              move "Placement interface record written for the registrar's nightly load." to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> Propose up to three interview time slots for the applicant just
*> marked INTERVIEWING in manageApplicant. The slots live in an
*> interview-record keyed by the application-key, so career services
*> can finally count interview volume instead of guessing from
*> people's inboxes
*>*******************************************************************
       proposeInterviewSlots.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Propose up to three interview slots (YYYYMMDD HHMM)." to output-buffer
              perform outputLine

              open i-o interview-database
              if interview-file-missing
                  open output interview-database
                  close interview-database
                  open i-o interview-database
              end-if
              if not interview-db-ok
                  move "Unable to open interview database." to output-buffer
                  perform outputLine
                  close interview-database
                  exit paragraph
              end-if

              move applicant-key-entry(selected-applicant-index) to interview-key
              read interview-database
                  key is interview-key
                  invalid key
                      initialize interview-record
                      move applicant-key-entry(selected-applicant-index) to interview-key
                      move "Slot 1 (blank to stop): " to input-prompt
                      perform readInputLine
                      move function trim(input-buffer trailing) to interview-slot-1
                      if function trim(interview-slot-1 trailing) not = spaces
                          move "Slot 2 (blank to stop): " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to interview-slot-2
                          if function trim(interview-slot-2 trailing) not = spaces
                              move "Slot 3 (blank to stop): " to input-prompt
                              perform readInputLine
                              move function trim(input-buffer trailing) to interview-slot-3
                          end-if
                      end-if
                      move applicant-username-entry(selected-applicant-index) to interview-applicant
                      move current-user to interview-employer
                      move job-title to interview-job-title
                      move 0 to interview-chosen-slot
                      move "PROPOSED" to interview-status
                      move function current-date(1:8) to interview-created-date
                      write interview-record
                      move "WRITE" to audit-action
                  not invalid key
                      *> Re-proposing replaces the earlier slots and
                      *> reopens the invitation
                      move "Slot 1 (blank to stop): " to input-prompt
                      perform readInputLine
                      move function trim(input-buffer trailing) to interview-slot-1
                      move spaces to interview-slot-2
                      move spaces to interview-slot-3
                      if function trim(interview-slot-1 trailing) not = spaces
                          move "Slot 2 (blank to stop): " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to interview-slot-2
                          if function trim(interview-slot-2 trailing) not = spaces
                              move "Slot 3 (blank to stop): " to input-prompt
                              perform readInputLine
                              move function trim(input-buffer trailing) to interview-slot-3
                          end-if
                      end-if
                      move 0 to interview-chosen-slot
                      move "PROPOSED" to interview-status
                      rewrite interview-record
                      move "REWRITE" to audit-action
              end-read
              close interview-database
              move current-user to audit-actor
              move "interview-database.dat" to audit-file-name
              move interview-key to audit-record-key
              perform recordAuditEvent
              move "Interview slots recorded." to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> Let the applicant confirm one of the interview slots proposed for
*> the application whose key is in application-key-buffer. Confirms
*> the interview record and notifies the employer through the
*> existing messaging system.
*>*******************************************************************
       confirmInterviewSlot.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o interview-database
              if not interview-db-ok
                  move "No interview has been proposed for this application." to output-buffer
                  perform outputLine
                  close interview-database
                  exit paragraph
              end-if
              move function trim(application-key-buffer trailing) to interview-key
              read interview-database
                  key is interview-key
                  invalid key
                      move "No interview has been proposed for this application." to output-buffer
                      perform outputLine
                      close interview-database
                      exit paragraph
              end-read

              if interview-confirmed
                  evaluate interview-chosen-slot
                      when 1
                          move interview-slot-1 to interview-display-slot
                      when 2
                          move interview-slot-2 to interview-display-slot
                      when 3
                          move interview-slot-3 to interview-display-slot
                      when other
                          move spaces to interview-display-slot
                  end-evaluate
                  move spaces to output-buffer
                  string "Interview already confirmed for " delimited by size
                         function trim(interview-display-slot trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  close interview-database
                  exit paragraph
              end-if

              move "--- Proposed Interview Slots ---" to output-buffer
              perform outputLine
              if function trim(interview-slot-1 trailing) not = spaces
                  move spaces to output-buffer
                  string "[1] " delimited by size
                         function trim(interview-slot-1 trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if function trim(interview-slot-2 trailing) not = spaces
                  move spaces to output-buffer
                  string "[2] " delimited by size
                         function trim(interview-slot-2 trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if function trim(interview-slot-3 trailing) not = spaces
                  move spaces to output-buffer
                  string "[3] " delimited by size
                         function trim(interview-slot-3 trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              move "Choose a slot number (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine

              move 0 to interview-slot-pick
              evaluate true
                  when input-buffer(1:1) = '1' and function trim(interview-slot-1 trailing) not = spaces
                      move 1 to interview-slot-pick
                      move interview-slot-1 to interview-display-slot
                  when input-buffer(1:1) = '2' and function trim(interview-slot-2 trailing) not = spaces
                      move 2 to interview-slot-pick
                      move interview-slot-2 to interview-display-slot
                  when input-buffer(1:1) = '3' and function trim(interview-slot-3 trailing) not = spaces
                      move 3 to interview-slot-pick
                      move interview-slot-3 to interview-display-slot
                  when other
                      continue
              end-evaluate

              if interview-slot-pick = 0
                  move "No slot chosen." to output-buffer
                  perform outputLine
                  close interview-database
                  exit paragraph
              end-if

              move interview-slot-pick to interview-chosen-slot
              move "CONFIRMED" to interview-status
              rewrite interview-record
              close interview-database
              move current-user to audit-actor
              move "interview-database.dat" to audit-file-name
              move interview-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent

              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " confirmed the interview for " delimited by size
                     function trim(interview-job-title trailing) delimited by size
                     " on " delimited by size
                     function trim(interview-display-slot trailing) delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move interview-employer to message-recipient-buffer
              perform saveMessage

              move spaces to output-buffer
              string "Interview confirmed for " delimited by size
                     function trim(interview-display-slot trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> My Interviews - every interview record naming current-user as the
*> applicant or the employer, with date, counterpart and job title
*>*******************************************************************
       viewMyInterviews.
              move "--- My Interviews ---" to output-buffer
              perform outputLine
              move 0 to interview-count

              open input interview-database
              if interview-db-ok
                  perform until interview-database-status not = "00"
                      read interview-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(interview-applicant trailing) = function trim(current-user trailing)
                              or function trim(interview-employer trailing) = function trim(current-user trailing)
                                  add 1 to interview-count
                                  if interview-count <= 50
                                      move interview-key to int-list-key-entry(interview-count)
                                  end-if
                                  evaluate interview-chosen-slot
                                      when 1
                                          move interview-slot-1 to interview-display-slot
                                      when 2
                                          move interview-slot-2 to interview-display-slot
                                      when 3
                                          move interview-slot-3 to interview-display-slot
                                      when other
                                          move "awaiting reply" to interview-display-slot
                                  end-evaluate
                                  move spaces to output-buffer
                                  if function trim(interview-applicant trailing) = function trim(current-user trailing)
                                      string "[" delimited by size
                                             function trim(interview-count leading) delimited by size
                                             "] " delimited by size
                                             function trim(interview-job-title trailing) delimited by size
                                             " with " delimited by size
                                             function trim(interview-employer trailing) delimited by size
                                             " (" delimited by size
                                             function trim(interview-status trailing) delimited by size
                                             ", " delimited by size
                                             function trim(interview-display-slot trailing) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "[" delimited by size
                                             function trim(interview-count leading) delimited by size
                                             "] " delimited by size
                                             function trim(interview-job-title trailing) delimited by size
                                             " with " delimited by size
                                             function trim(interview-applicant trailing) delimited by size
                                             " (" delimited by size
                                             function trim(interview-status trailing) delimited by size
                                             ", " delimited by size
                                             function trim(interview-display-slot trailing) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  if function trim(interview-fb-by trailing) not = spaces
                                      string function trim(output-buffer trailing) delimited by size
                                             "  [scored]" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close interview-database

              if interview-count = 0
                  move "You have no interviews scheduled." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Employers record the scorecard once the interview has
              *> happened; either side can review what is on file
              if session-employer
                  move "Enter number to record/view its feedback scorecard (q to go back):" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer not = 'q' and valid-read
                      move function trim(input-buffer trailing) to int-selected-index
                      if int-selected-index >= 1
                      and int-selected-index <= interview-count
                      and int-selected-index <= 50
                          perform recordInterviewFeedback
                      else
                          move "Invalid selection." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-if
              exit.

*> Paragraph: recordInterviewFeedback
*> Purpose:   Shows any scorecard already on the selected interview
*>            and lets the interviewing employer fill one in after a
*>            CONFIRMED interview - so a three-interviewer decision is
*>            made from recorded scores, not memory
*> Input:     int-list-key-entry(int-selected-index)
*> Output:    None
       recordInterviewFeedback.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o interview-database
              if not interview-db-ok
                  move "Unable to open interview database." to output-buffer
                  perform outputLine
                  close interview-database
                  exit paragraph
              end-if
              move int-list-key-entry(int-selected-index) to interview-key
              read interview-database
                  key is interview-key
                  invalid key
                      move "That interview is no longer on file." to output-buffer
                      perform outputLine
                      close interview-database
                      exit paragraph
              end-read

              if function trim(interview-fb-by trailing) not = spaces
                  perform displayInterviewFeedback
              end-if

              if function trim(interview-employer trailing) not = function trim(current-user trailing)
                  move "Only the interviewing employer records the scorecard." to output-buffer
                  perform outputLine
                  close interview-database
                  exit paragraph
              end-if
              if not interview-confirmed
                  move "The scorecard is filled in after a CONFIRMED interview." to output-buffer
                  perform outputLine
                  close interview-database
                  exit paragraph
              end-if

              move "Record a scorecard now? (Y/N): " to input-prompt
              perform readInputLine
              if function upper-case(function trim(input-buffer trailing)) not = "Y"
                  close interview-database
                  exit paragraph
              end-if

              move "Technical rating 1 (poor) to 5 (excellent): " to input-prompt
              perform readInputLine
              if input-buffer(1:1) >= '1' and input-buffer(1:1) <= '5'
                  move input-buffer(1:1) to interview-fb-technical
              else
                  move 0 to interview-fb-technical
              end-if
              move "Communication rating 1 to 5: " to input-prompt
              perform readInputLine
              if input-buffer(1:1) >= '1' and input-buffer(1:1) <= '5'
                  move input-buffer(1:1) to interview-fb-comm
              else
                  move 0 to interview-fb-comm
              end-if
              move "Overall rating 1 to 5: " to input-prompt
              perform readInputLine
              if input-buffer(1:1) >= '1' and input-buffer(1:1) <= '5'
                  move input-buffer(1:1) to interview-fb-overall
              else
                  move 0 to interview-fb-overall
              end-if
              move "Recommendation - [h] Hire  [n] No hire: " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'h' or input-buffer(1:1) = 'H'
                      move 'H' to interview-fb-recommend
                  when input-buffer(1:1) = 'n' or input-buffer(1:1) = 'N'
                      move 'N' to interview-fb-recommend
                  when other
                      move space to interview-fb-recommend
              end-evaluate
              move "Comments: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to interview-fb-comments
              move current-user to interview-fb-by
              move function current-date(1:8) to interview-fb-date

              rewrite interview-record
              close interview-database
              move current-user to audit-actor
              move "interview-database.dat" to audit-file-name
              move interview-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              move "Scorecard recorded." to output-buffer
              perform outputLine
              exit.

*> Paragraph: displayInterviewFeedback
*> Purpose:   Prints the scorecard carried on the interview record
*>            currently loaded in interview-record
*> Input:     interview-record
*> Output:    None
       displayInterviewFeedback.
              move "--- Interview Scorecard ---" to output-buffer
              perform outputLine
              move spaces to output-buffer
              string "Scored by " delimited by size
                     function trim(interview-fb-by trailing) delimited by size
                     " on " delimited by size
                     interview-fb-date delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              string "Technical: " delimited by size
                     interview-fb-technical delimited by size
                     "/5   Communication: " delimited by size
                     interview-fb-comm delimited by size
                     "/5   Overall: " delimited by size
                     interview-fb-overall delimited by size
                     "/5" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              evaluate true
                  when interview-fb-hire
                      move "Recommendation: HIRE" to output-buffer
                  when interview-fb-no-hire
                      move "Recommendation: NO HIRE" to output-buffer
                  when other
                      move "Recommendation: (none given)" to output-buffer
              end-evaluate
              perform outputLine
              if function trim(interview-fb-comments trailing) not = spaces
                  move spaces to output-buffer
                  string "Comments: " delimited by size
                         function trim(interview-fb-comments trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Student organizations - clubs and professional societies with an
*> officer-approved roster and a threaded discussion board. Officers
*> approve members, pin threads, post the organization's events
*> (hosted under the organization's name) and message the whole
*> roster through the bulk merge-field send.
*>*******************************************************************
       studentOrgsMenu.
              if session-employer
                  move "Student organizations are open to students and alumni." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform until not valid-read
                  move "--- Student Organizations ---" to output-buffer
                  perform outputLine
                  move "[1] Browse Organizations" to output-buffer
                  perform outputLine
                  move "[2] My Organizations" to output-buffer
                  perform outputLine
                  move "[3] Start an Organization" to output-buffer
                  perform outputLine
                  move go-back to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = '1'
                          perform orgBrowse
                      when menu-choice = '2'
                          perform orgMine
                      when menu-choice = '3'
                          perform orgCreate
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: orgBrowse
*> Purpose:   Lists every active organization with its member count
*>            and opens the one chosen
*> Input:     None
*> Output:    None
       orgBrowse.
              move "--- Organizations ---" to output-buffer
              perform outputLine
              move 0 to org-list-count
              move 'N' to org-show-officers-flag
              open input organizations
              if organization-ok
                  perform until organization-status not = "00"
                      read organizations next record
                          at end
                              exit perform
                          not at end
                              if org-active and org-list-count < 50
                                  add 1 to org-list-count
                                  move org-key to org-list-key-entry(org-list-count)
                                  move org-key to org-cur-key
                                  perform orgCountMembers
                                  move org-member-count to org-count-disp
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(org-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(org-name trailing) delimited by size
                                         " (" delimited by size
                                         function trim(org-category trailing) delimited by size
                                         ") - " delimited by size
                                         function trim(org-count-disp leading) delimited by size
                                         " member(s)" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close organizations
              if org-list-count = 0
                  move "No organizations are registered yet." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform orgPickFromList
              exit.

*> Paragraph: orgMine
*> Purpose:   Lists the organizations current-user belongs to or has
*>            asked to join, and opens the one chosen
*> Input:     current-user
*> Output:    None
       orgMine.
              move "--- My Organizations ---" to output-buffer
              perform outputLine
              move 0 to org-list-count
              open input org-members
              if org-member-ok
                  perform until org-member-status not = "00"
                      read org-members next record
                          at end
                              exit perform
                          not at end
                              if function trim(orm-username trailing) = function trim(current-user trailing)
                              and org-list-count < 50
                                  add 1 to org-list-count
                                  move orm-org-key to org-list-key-entry(org-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(org-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(orm-org-key trailing) delimited by size
                                         " - " delimited by size
                                         function trim(orm-role trailing) delimited by size
                                         " (" delimited by size
                                         function trim(orm-status trailing) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close org-members
              if org-list-count = 0
                  move "You have not joined any organizations." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform orgPickFromList
              exit.

*> Paragraph: orgPickFromList
*> Purpose:   Takes a number against org-list-keys and opens that
*>            organization
*> Input:     org-list-keys, org-list-count
*> Output:    None
       orgPickFromList.
              move "Enter number to open (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to org-selected-index
              if org-selected-index < 1 or org-selected-index > org-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move org-list-key-entry(org-selected-index) to org-cur-key
              perform orgView
              exit.

*> Paragraph: orgLoadCurrent
*> Purpose:   Reads the organization named by org-cur-key
*> Input:     org-cur-key
*> Output:    organization-record, org-cur-name, org-found-flag
       orgLoadCurrent.
              move 'N' to org-found-flag
              open input organizations
              if organization-ok
                  move org-cur-key to org-key
                  read organizations
                      key is org-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to org-found-flag
                          move org-name to org-cur-name
                  end-read
              end-if
              close organizations
              exit.

*> Paragraph: orgFindMyMembership
*> Purpose:   Looks up current-user's row on the org-cur-key roster
*> Input:     org-cur-key, current-user
*> Output:    org-my-role, org-my-status (spaces when not on it)
       orgFindMyMembership.
              move spaces to org-my-role
              move spaces to org-my-status
              open input org-members
              if org-member-ok
                  move org-cur-key to orm-org-key
                  move current-user to orm-username
                  read org-members
                      key is orm-key
                      invalid key
                          continue
                      not invalid key
                          move orm-role to org-my-role
                          move orm-status to org-my-status
                  end-read
              end-if
              close org-members
              exit.

*> Paragraph: orgCountMembers
*> Purpose:   Counts the active members, officers and waiting requests
*>            on one roster, listing the officers when asked to
*> Input:     org-cur-key, org-show-officers-flag
*> Output:    org-member-count, org-officer-count, org-pending-count
       orgCountMembers.
              move 0 to org-member-count
              move 0 to org-officer-count
              move 0 to org-pending-count
              open input org-members
              if org-member-ok
                  move org-cur-key to orm-org-key
                  move low-values to orm-username
                  start org-members key is not less than orm-key
                      invalid key
                          continue
                  end-start
                  perform until org-member-status not = "00"
                      read org-members next record
                          at end
                              exit perform
                          not at end
                              if orm-org-key not = org-cur-key
                                  exit perform
                              end-if
                              if orm-pending
                                  add 1 to org-pending-count
                              else
                                  add 1 to org-member-count
                                  if orm-officer
                                      add 1 to org-officer-count
                                      if org-show-officers
                                          move spaces to output-buffer
                                          string "  Officer: " delimited by size
                                                 function trim(orm-username trailing) delimited by size
                                                 into output-buffer
                                          end-string
                                          perform outputLine
                                      end-if
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close org-members
              exit.

*> Paragraph: orgView
*> Purpose:   Shows an organization's page, then its board for members
*>            or the join request for everyone else
*> Input:     org-cur-key
*> Output:    None
       orgView.
              perform orgLoadCurrent
              if not org-found
                  move "Organization not found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move spaces to output-buffer
              string "=== " delimited by size
                     function trim(org-name trailing) delimited by size
                     " ===" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              string "Category: " delimited by size
                     function trim(org-category trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if org-description not = spaces
                  move org-description to output-buffer
                  perform outputLine
              end-if
              move spaces to output-buffer
              string "Founded " delimited by size
                     org-founded-date delimited by size
                     " by " delimited by size
                     function trim(org-founded-by trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move 'Y' to org-show-officers-flag
              perform orgCountMembers
              move 'N' to org-show-officers-flag
              move org-member-count to org-count-disp
              move spaces to output-buffer
              string "Members: " delimited by size
                     function trim(org-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if org-inactive
                  move "This organization is no longer active." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              perform orgFindMyMembership
              evaluate true
                  when org-i-am-active
                      perform orgBoard
                  when org-i-am-pending
                      move "Your request to join is waiting for an officer's approval." to output-buffer
                      perform outputLine
                  when other
                      move "[j] Request to join  [q] Back" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      if input-buffer(1:1) = 'j' or input-buffer(1:1) = 'J'
                          perform orgRequestJoin
                      end-if
              end-evaluate
              exit.

*> Paragraph: orgCreate
*> Purpose:   Registers a new organization with current-user as its
*>            first officer
*> Input:     None (prompts)
*> Output:    organizations.dat, org-members.dat
       orgCreate.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move "Organization name (Required): " to input-prompt
                  perform readInputLine
                  if input-buffer not equal to spaces
                      move 'Y' to profile-validation
                      move function trim(input-buffer trailing) to org-cur-name
                  end-if
              end-perform
              if not valid-read
                  exit paragraph
              end-if
              move function upper-case(org-cur-name) to org-cur-key

              *> The name hosts the organization's events, so it may not
              *> pass for a member or for career services
              move org-cur-key to buffer-acct-username
              perform findAcct
              if acct-found or org-cur-key = "CAREER SERVICES"
                  move "That name is already in use - please choose another." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o organizations
              if organization-missing
                  open output organizations
                  close organizations
                  open i-o organizations
              end-if
              if not organization-ok
                  move "Unable to open the organizations file." to output-buffer
                  perform outputLine
                  close organizations
                  exit paragraph
              end-if
              initialize organization-record
              move org-cur-key to org-key
              move org-cur-name to org-name
              move "Category (e.g. Professional Society, Club): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to org-category
              move "Description: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to org-description
              move "ACTIVE" to org-status
              move current-user to org-founded-by
              move function current-date(1:8) to org-founded-date
              move 0 to org-last-post-id
              move spaces to org-last-post-date
              write organization-record
                  invalid key
                      move "An organization with that name already exists." to output-buffer
                      perform outputLine
                      close organizations
                      exit paragraph
              end-write
              move current-user to audit-actor
              move "organizations.dat" to audit-file-name
              move org-key to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent
              close organizations

              open i-o org-members
              if org-member-missing
                  open output org-members
                  close org-members
                  open i-o org-members
              end-if
              if org-member-ok
                  initialize org-member-record
                  move org-cur-key to orm-org-key
                  move current-user to orm-username
                  move "OFFICER" to orm-role
                  move "ACTIVE" to orm-status
                  move function current-date(1:8) to orm-requested-date
                  move function current-date(1:8) to orm-approved-date
                  move current-user to orm-approved-by
                  write org-member-record
                  if org-member-ok
                      move current-user to audit-actor
                      move "org-members.dat" to audit-file-name
                      move orm-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                  end-if
              end-if
              close org-members
              move "Organization created - you are its first officer." to output-buffer
              perform outputLine
              exit.

*> Paragraph: orgRequestJoin
*> Purpose:   Puts current-user on the roster as PENDING and lets the
*>            officers know
*> Input:     org-cur-key, org-cur-name
*> Output:    org-members.dat
       orgRequestJoin.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o org-members
              if org-member-missing
                  open output org-members
                  close org-members
                  open i-o org-members
              end-if
              if not org-member-ok
                  move "Unable to open the organization roster." to output-buffer
                  perform outputLine
                  close org-members
                  exit paragraph
              end-if
              initialize org-member-record
              move org-cur-key to orm-org-key
              move current-user to orm-username
              move "MEMBER" to orm-role
              move "PENDING" to orm-status
              move function current-date(1:8) to orm-requested-date
              move spaces to orm-approved-date
              move spaces to orm-approved-by
              write org-member-record
                  invalid key
                      move "You have already asked to join." to output-buffer
                      perform outputLine
                      close org-members
                      exit paragraph
              end-write
              move current-user to audit-actor
              move "org-members.dat" to audit-file-name
              move orm-key to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent
              close org-members

              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " has asked to join " delimited by size
                     function trim(org-cur-name trailing) delimited by size
                     " - see Membership requests on the organization's board." delimited by size
                     into message-content-buffer
              end-string
              perform orgNotifyOfficers
              move "Request sent - an officer will review it." to output-buffer
              perform outputLine
              exit.

*> Paragraph: orgNotifyOfficers
*> Purpose:   Sends message-content-buffer from current-user to every
*>            officer of org-cur-key
*> Input:     org-cur-key, message-content-buffer
*> Output:    None
       orgNotifyOfficers.
              move 0 to org-notify-count
              open input org-members
              if org-member-ok
                  move org-cur-key to orm-org-key
                  move low-values to orm-username
                  start org-members key is not less than orm-key
                      invalid key
                          continue
                  end-start
                  perform until org-member-status not = "00"
                      read org-members next record
                          at end
                              exit perform
                          not at end
                              if orm-org-key not = org-cur-key
                                  exit perform
                              end-if
                              if orm-officer and orm-active and org-notify-count < 50
                                  add 1 to org-notify-count
                                  move orm-username to org-notify-entry(org-notify-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close org-members
              move message-content-buffer to blk-work
              perform varying org-notify-idx from 1 by 1
                  until org-notify-idx > org-notify-count
                  move blk-work to message-content-buffer
                  move current-user to message-sender-buffer
                  move org-notify-entry(org-notify-idx) to message-recipient-buffer
                  move 'N' to message-priority-flag
                  move spaces to notify-class-buffer
                  perform saveMessage
              end-perform
              exit.

*> Paragraph: orgBoard
*> Purpose:   The discussion board and, for officers, the roster and
*>            outreach functions
*> Input:     org-cur-key, org-my-role
*> Output:    None
       orgBoard.
              perform until not valid-read
                  perform orgShowBoard
                  move "[v] Read a thread  [p] New thread  [r] Reply to a thread  [x] Leave  [q] Back" to output-buffer
                  perform outputLine
                  if org-i-am-officer
                      move "Officers: [a] Membership requests  [t] Pin/unpin  [e] Post an event  [m] Message all members" to output-buffer
                      perform outputLine
                      move "          [o] Make/remove an officer  [c] Close the organization" to output-buffer
                      perform outputLine
                  end-if
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = 'v'
                          perform orgReadThread
                      when menu-choice = 'p'
                          move 0 to org-parent-for-post
                          perform orgWritePost
                      when menu-choice = 'r'
                          perform orgAskThread
                          if org-thread-id > 0
                              move org-thread-id to org-parent-for-post
                              perform orgWritePost
                          end-if
                      when menu-choice = 'x'
                          perform orgLeave
                          if not org-i-am-active
                              exit perform
                          end-if
                      when menu-choice = 'a' and org-i-am-officer
                          perform orgReviewRequests
                      when menu-choice = 't' and org-i-am-officer
                          perform orgTogglePin
                      when menu-choice = 'e' and org-i-am-officer
                          perform orgPostEvent
                      when menu-choice = 'm' and org-i-am-officer
                          perform orgMessageMembers
                      when menu-choice = 'o' and org-i-am-officer
                          perform orgSetOfficer
                      when menu-choice = 'c' and org-i-am-officer
                          perform orgClose
                          if org-inactive
                              exit perform
                          end-if
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: orgShowBoard
*> Purpose:   Lists the threads on the board, pinned ones first
*> Input:     org-cur-key, org-cur-name
*> Output:    None
       orgShowBoard.
              move spaces to output-buffer
              string "--- " delimited by size
                     function trim(org-cur-name trailing) delimited by size
                     " Discussion Board ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move 0 to org-post-count
              move 'P' to org-board-pass
              perform orgShowBoardPass
              move 'U' to org-board-pass
              perform orgShowBoardPass
              if org-post-count = 0
                  move "No posts yet - start the first thread with [p]." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: orgShowBoardPass
*> Purpose:   Prints the pinned (P) or the other (U) thread starters
*> Input:     org-cur-key, org-board-pass
*> Output:    org-post-count
       orgShowBoardPass.
              open input org-posts
              if org-post-ok
                  move org-cur-key to orp-org-key
                  move 0 to orp-post-id
                  start org-posts key is not less than orp-key
                      invalid key
                          continue
                  end-start
                  perform until org-post-status not = "00"
                      read org-posts next record
                          at end
                              exit perform
                          not at end
                              if orp-org-key not = org-cur-key
                                  exit perform
                              end-if
                              if orp-parent-id = 0
                              and ((org-board-pass = 'P' and orp-pinned)
                                or (org-board-pass = 'U' and not orp-pinned))
                                  add 1 to org-post-count
                                  move orp-post-id to org-count-disp
                                  move orp-reply-count to org-count-disp-2
                                  move spaces to output-buffer
                                  if orp-pinned
                                      string "#" delimited by size
                                             function trim(org-count-disp leading) delimited by size
                                             " [PINNED] " delimited by size
                                             function trim(orp-author trailing) delimited by size
                                             ", " delimited by size
                                             orp-posted-date delimited by size
                                             ", " delimited by size
                                             function trim(org-count-disp-2 leading) delimited by size
                                             " repl(ies)" delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "#" delimited by size
                                             function trim(org-count-disp leading) delimited by size
                                             " " delimited by size
                                             function trim(orp-author trailing) delimited by size
                                             ", " delimited by size
                                             orp-posted-date delimited by size
                                             ", " delimited by size
                                             function trim(org-count-disp-2 leading) delimited by size
                                             " repl(ies)" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                                  move spaces to output-buffer
                                  string "    " delimited by size
                                         function trim(orp-text trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                      end-read
                  end-perform
              end-if
              close org-posts
              exit.

*> Paragraph: orgAskThread
*> Purpose:   Takes a thread number and checks it starts a thread on
*>            this board
*> Input:     org-cur-key
*> Output:    org-thread-id (0 when not valid)
       orgAskThread.
              move 0 to org-thread-id
              move "Thread number: " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is not numeric
              or not valid-read
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to org-thread-id
              open input org-posts
              if org-post-ok
                  move org-cur-key to orp-org-key
                  move org-thread-id to orp-post-id
                  read org-posts
                      key is orp-key
                      invalid key
                          move 0 to org-thread-id
                      not invalid key
                          if orp-parent-id not = 0
                              move 0 to org-thread-id
                          end-if
                  end-read
              else
                  move 0 to org-thread-id
              end-if
              close org-posts
              if org-thread-id = 0
                  move "No such thread." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: orgReadThread
*> Purpose:   Prints one thread - the starter and its replies in the
*>            order they were posted
*> Input:     org-cur-key
*> Output:    None
       orgReadThread.
              perform orgAskThread
              if org-thread-id = 0
                  exit paragraph
              end-if
              open input org-posts
              if org-post-ok
                  move org-cur-key to orp-org-key
                  move org-thread-id to orp-post-id
                  start org-posts key is not less than orp-key
                      invalid key
                          continue
                  end-start
                  perform until org-post-status not = "00"
                      read org-posts next record
                          at end
                              exit perform
                          not at end
                              if orp-org-key not = org-cur-key
                                  exit perform
                              end-if
                              if orp-post-id = org-thread-id
                                  move spaces to output-buffer
                                  string function trim(orp-author trailing) delimited by size
                                         " (" delimited by size
                                         orp-posted-date delimited by size
                                         "): " delimited by size
                                         function trim(orp-text trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                              if orp-parent-id = org-thread-id
                                  move spaces to output-buffer
                                  string "    > " delimited by size
                                         function trim(orp-author trailing) delimited by size
                                         " (" delimited by size
                                         orp-posted-date delimited by size
                                         "): " delimited by size
                                         function trim(orp-text trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                      end-read
                  end-perform
              end-if
              close org-posts
              exit.

*> Paragraph: orgWritePost
*> Purpose:   Adds a thread (org-parent-for-post = 0) or a reply to
*>            the board, numbered from the organization row
*> Input:     org-cur-key, org-parent-for-post
*> Output:    org-posts.dat, organizations.dat
       orgWritePost.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              if org-parent-for-post = 0
                  move "Post: " to input-prompt
              else
                  move "Reply: " to input-prompt
              end-if
              perform readInputLine
              if function trim(input-buffer trailing) = spaces or not valid-read
                  move "Nothing posted." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to org-post-text
              *> The board is held to the same blocklist as messages
              move org-post-text to message-content-buffer
              perform checkMessageFilter
              if mflt-hit
                  move "Your post was not accepted - it contains language the board does not allow." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o organizations
              if not organization-ok
                  close organizations
                  exit paragraph
              end-if
              move org-cur-key to org-key
              read organizations
                  key is org-key
                  invalid key
                      close organizations
                      exit paragraph
              end-read
              add 1 to org-last-post-id
              move org-last-post-id to org-new-post-id
              move function current-date(1:8) to org-last-post-date
              rewrite organization-record
              close organizations

              open i-o org-posts
              if org-post-missing
                  open output org-posts
                  close org-posts
                  open i-o org-posts
              end-if
              if not org-post-ok
                  move "Unable to open the discussion board." to output-buffer
                  perform outputLine
                  close org-posts
                  exit paragraph
              end-if
              initialize org-post-record
              move org-cur-key to orp-org-key
              move org-new-post-id to orp-post-id
              move org-parent-for-post to orp-parent-id
              move current-user to orp-author
              move org-post-text to orp-text
              move 'N' to orp-pinned-flag
              move function current-date(1:8) to orp-posted-date
              move 0 to orp-reply-count
              write org-post-record
                  invalid key
                      move "Unable to save the post." to output-buffer
                      perform outputLine
                      close org-posts
                      exit paragraph
              end-write
              move current-user to audit-actor
              move "org-posts.dat" to audit-file-name
              move orp-key to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent
              if org-parent-for-post > 0
                  move org-cur-key to orp-org-key
                  move org-parent-for-post to orp-post-id
                  read org-posts
                      key is orp-key
                      invalid key
                          continue
                      not invalid key
                          add 1 to orp-reply-count
                          rewrite org-post-record
                  end-read
              end-if
              close org-posts
              move org-new-post-id to org-count-disp
              move spaces to output-buffer
              string "Posted as #" delimited by size
                     function trim(org-count-disp leading) delimited by size
                     "." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: orgTogglePin
*> Purpose:   Pins a thread to the top of the board, or unpins it
*> Input:     org-cur-key
*> Output:    org-posts.dat
       orgTogglePin.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform orgAskThread
              if org-thread-id = 0
                  exit paragraph
              end-if
              open i-o org-posts
              if org-post-ok
                  move org-cur-key to orp-org-key
                  move org-thread-id to orp-post-id
                  read org-posts
                      key is orp-key
                      invalid key
                          close org-posts
                          exit paragraph
                  end-read
                  if orp-pinned
                      move 'N' to orp-pinned-flag
                      move "Thread unpinned." to output-buffer
                  else
                      move 'Y' to orp-pinned-flag
                      move "Thread pinned." to output-buffer
                  end-if
                  rewrite org-post-record
                  perform outputLine
                  move current-user to audit-actor
                  move "org-posts.dat" to audit-file-name
                  move orp-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close org-posts
              exit.

*> Paragraph: orgReviewRequests
*> Purpose:   Lets an officer approve or decline the waiting requests
*>            to join
*> Input:     org-cur-key
*> Output:    org-members.dat
       orgReviewRequests.
              move 0 to org-req-count
              open input org-members
              if org-member-ok
                  move org-cur-key to orm-org-key
                  move low-values to orm-username
                  start org-members key is not less than orm-key
                      invalid key
                          continue
                  end-start
                  perform until org-member-status not = "00"
                      read org-members next record
                          at end
                              exit perform
                          not at end
                              if orm-org-key not = org-cur-key
                                  exit perform
                              end-if
                              if orm-pending and org-req-count < 50
                                  add 1 to org-req-count
                                  move orm-username to org-req-entry(org-req-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(org-req-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(orm-username trailing) delimited by size
                                         " (asked " delimited by size
                                         orm-requested-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                      end-read
                  end-perform
              end-if
              close org-members
              if org-req-count = 0
                  move "No membership requests are waiting." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Enter number to answer (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to org-selected-index
              if org-selected-index < 1 or org-selected-index > org-req-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move org-req-entry(org-selected-index) to org-target-user
              move "[a] Approve  [d] Decline  [q] Decide later" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move input-buffer(1:1) to org-decision
              if org-decision not = 'a' and org-decision not = 'd'
                  exit paragraph
              end-if
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if

              open i-o org-members
              if not org-member-ok
                  close org-members
                  exit paragraph
              end-if
              move org-cur-key to orm-org-key
              move org-target-user to orm-username
              read org-members
                  key is orm-key
                  invalid key
                      close org-members
                      exit paragraph
              end-read
              if not orm-pending
                  move "That request has already been answered." to output-buffer
                  perform outputLine
                  close org-members
                  exit paragraph
              end-if
              move current-user to audit-actor
              move "org-members.dat" to audit-file-name
              move orm-key to audit-record-key
              move spaces to message-content-buffer
              if org-decision = 'a'
                  move "ACTIVE" to orm-status
                  move function current-date(1:8) to orm-approved-date
                  move current-user to orm-approved-by
                  rewrite org-member-record
                  move "REWRITE" to audit-action
                  string "Welcome to " delimited by size
                         function trim(org-cur-name trailing) delimited by size
                         " - your membership has been approved." delimited by size
                         into message-content-buffer
                  end-string
              else
                  delete org-members
                  move "DELETE" to audit-action
                  string "Your request to join " delimited by size
                         function trim(org-cur-name trailing) delimited by size
                         " was not approved." delimited by size
                         into message-content-buffer
                  end-string
              end-if
              perform recordAuditEvent
              close org-members
              move current-user to message-sender-buffer
              move org-target-user to message-recipient-buffer
              move 'N' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              if org-decision = 'a'
                  move "Member approved." to output-buffer
              else
                  move "Request declined." to output-buffer
              end-if
              perform outputLine
              exit.

*> Paragraph: orgSetOfficer
*> Purpose:   Makes an active member an officer, or an officer a
*>            member again - never leaving the roster with no officer
*> Input:     org-cur-key
*> Output:    org-members.dat
       orgSetOfficer.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Member's username: " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces or not valid-read
                  exit paragraph
              end-if
              move function upper-case(function trim(input-buffer trailing)) to org-target-user
              move 'N' to org-show-officers-flag
              perform orgCountMembers

              open i-o org-members
              if not org-member-ok
                  close org-members
                  exit paragraph
              end-if
              move org-cur-key to orm-org-key
              move org-target-user to orm-username
              read org-members
                  key is orm-key
                  invalid key
                      move spaces to orm-status
              end-read
              if not orm-active
                  move "That user is not an active member." to output-buffer
                  perform outputLine
                  close org-members
                  exit paragraph
              end-if
              move spaces to message-content-buffer
              if orm-officer
                  if org-officer-count <= 1
                      move "The organization needs at least one officer." to output-buffer
                      perform outputLine
                      close org-members
                      exit paragraph
                  end-if
                  move "MEMBER" to orm-role
                  string "You are no longer an officer of " delimited by size
                         function trim(org-cur-name trailing) delimited by size
                         "." delimited by size
                         into message-content-buffer
                  end-string
              else
                  move "OFFICER" to orm-role
                  string "You are now an officer of " delimited by size
                         function trim(org-cur-name trailing) delimited by size
                         "." delimited by size
                         into message-content-buffer
                  end-string
              end-if
              rewrite org-member-record
              move current-user to audit-actor
              move "org-members.dat" to audit-file-name
              move orm-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              close org-members
              if function trim(org-target-user trailing) = function trim(current-user trailing)
                  move orm-role to org-my-role
              else
                  move current-user to message-sender-buffer
                  move org-target-user to message-recipient-buffer
                  move 'N' to message-priority-flag
                  move spaces to notify-class-buffer
                  perform saveMessage
              end-if
              move "Roster updated." to output-buffer
              perform outputLine
              exit.

*> Paragraph: orgPostEvent
*> Purpose:   Creates an event hosted under the organization's name
*> Input:     org-cur-name
*> Output:    events-database.dat
       orgPostEvent.
              move org-cur-name to event-host-override
              perform createEvent
              move spaces to event-host-override
              exit.

*> Paragraph: orgMessageMembers
*> Purpose:   Bulk-sends one merge-field message to every other active
*>            member; &JOB becomes the organization's name
*> Input:     org-cur-key, org-cur-name
*> Output:    None
       orgMessageMembers.
              move 0 to blk-rcpt-count
              open input org-members
              if org-member-ok
                  move org-cur-key to orm-org-key
                  move low-values to orm-username
                  start org-members key is not less than orm-key
                      invalid key
                          continue
                  end-start
                  perform until org-member-status not = "00"
                      read org-members next record
                          at end
                              exit perform
                          not at end
                              if orm-org-key not = org-cur-key
                                  exit perform
                              end-if
                              if orm-active
                              and function trim(orm-username trailing) not = function trim(current-user trailing)
                              and blk-rcpt-count < 100
                                  add 1 to blk-rcpt-count
                                  move orm-username to blk-recipient-entry(blk-rcpt-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close org-members
              move org-cur-name to blk-title
              perform bulkComposeAndSend
              exit.

*> Paragraph: orgClose
*> Purpose:   Marks the organization INACTIVE - it drops out of the
*>            browse list and its board stops taking posts
*> Input:     org-cur-key
*> Output:    organizations.dat
       orgClose.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Close this organization? Its board will stop taking posts (y/n): " to input-prompt
              perform readInputLine
              if input-buffer(1:1) not = 'y' and input-buffer(1:1) not = 'Y'
                  exit paragraph
              end-if
              open i-o organizations
              if organization-ok
                  move org-cur-key to org-key
                  read organizations
                      key is org-key
                      invalid key
                          close organizations
                          exit paragraph
                  end-read
                  move "INACTIVE" to org-status
                  rewrite organization-record
                  move current-user to audit-actor
                  move "organizations.dat" to audit-file-name
                  move org-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "Organization closed." to output-buffer
                  perform outputLine
              end-if
              close organizations
              exit.

*> Paragraph: orgLeave
*> Purpose:   Takes current-user off the roster; the last officer must
*>            hand over first while anyone else remains
*> Input:     org-cur-key
*> Output:    org-members.dat
       orgLeave.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              if org-i-am-officer
                  move 'N' to org-show-officers-flag
                  perform orgCountMembers
                  if org-officer-count <= 1 and org-member-count > 1
                      move "Make another member an officer before you leave." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-if
              move "Leave this organization? (y/n): " to input-prompt
              perform readInputLine
              if input-buffer(1:1) not = 'y' and input-buffer(1:1) not = 'Y'
                  exit paragraph
              end-if
              open i-o org-members
              if org-member-ok
                  move org-cur-key to orm-org-key
                  move current-user to orm-username
                  read org-members
                      key is orm-key
                      invalid key
                          close org-members
                          exit paragraph
                  end-read
                  delete org-members
                  move current-user to audit-actor
                  move "org-members.dat" to audit-file-name
                  move orm-key to audit-record-key
                  move "DELETE" to audit-action
                  perform recordAuditEvent
                  move spaces to org-my-role
                  move spaces to org-my-status
                  move "You have left the organization." to output-buffer
                  perform outputLine
              end-if
              close org-members
              exit.

*>*******************************************************************
*> Student organization report - every active organization with its
*> roster counts and board activity
*>*******************************************************************
       orgActivityReport.
              move 0 to org-active-total
              move 0 to org-inactive-total
              move 0 to org-membership-total
              move 'N' to org-show-officers-flag
              move "STUDENT ORGANIZATIONS" to rpt-name
              move "ORGANIZATION / CATEGORY / MEMBERS / OFFICERS / WAITING / POSTS / LAST POST" to rpt-col-head-1
              perform reportInit

              open input organizations
              if organization-ok
                  perform until organization-status not = "00"
                      read organizations next record
                          at end
                              exit perform
                          not at end
                              if org-active
                                  add 1 to org-active-total
                                  move org-key to org-cur-key
                                  perform orgCountMembers
                                  add org-member-count to org-membership-total
                                  move org-last-post-id to org-count-disp
                                  move spaces to output-buffer
                                  string function trim(org-name trailing) delimited by size
                                         " / " delimited by size
                                         function trim(org-category trailing) delimited by size
                                         " / " delimited by size
                                         function trim(org-member-count leading) delimited by size
                                         " / " delimited by size
                                         function trim(org-officer-count leading) delimited by size
                                         " / " delimited by size
                                         function trim(org-pending-count leading) delimited by size
                                         " / " delimited by size
                                         function trim(org-count-disp leading) delimited by size
                                         " / " delimited by size
                                         org-last-post-date delimited by size
                                         into output-buffer
                                  end-string
                                  perform reportLine
                              else
                                  add 1 to org-inactive-total
                              end-if
                      end-read
                  end-perform
              end-if
              close organizations

              if org-active-total = 0
                  move "No active organizations." to output-buffer
                  perform reportLine
              end-if
              move org-active-total to org-count-disp
              move org-membership-total to org-count-disp-2
              move spaces to output-buffer
              string "Active organizations: " delimited by size
                     function trim(org-count-disp leading) delimited by size
                     "   Memberships: " delimited by size
                     function trim(org-count-disp-2 leading) delimited by size
                     into output-buffer
              end-string
              perform reportLine
              move org-inactive-total to org-count-disp
              move spaces to output-buffer
              string "Closed organizations: " delimited by size
                     function trim(org-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform reportLine
              perform reportEnd
              exit.

*>*******************************************************************
*> Events module - career fairs and info sessions with RSVP. Events
*> are keyed "host|title"; attendance records are keyed
*> "attendee|host|title" so one student can only hold one seat.
*>*******************************************************************
       eventsMenu.
              perform until not valid-read
                  move "--- Events ---" to output-buffer
                  perform outputLine
                  move "[1] Upcoming Events" to output-buffer
                  perform outputLine
                  *> Hosting is for employers and the operator console
                  *> (which reaches here with no user signed in) -
                  *> students browse and RSVP
                  if session-employer
                  or function trim(current-user trailing) = spaces
                      move "[2] Create an Event" to output-buffer
                      perform outputLine
                      move "[3] My Hosted Events / Attendee Lists" to output-buffer
                      perform outputLine
                      move "[4] Career Fair Booths" to output-buffer
                      perform outputLine
                  end-if
                  move go-back to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = '1'
                          perform browseUpcomingEvents
                      when menu-choice = '2'
                          if session-employer
                          or function trim(current-user trailing) = spaces
                              perform createEvent
                          else
                              move "Only employer accounts can host events." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = '3'
                          if session-employer
                          or function trim(current-user trailing) = spaces
                              perform myHostedEvents
                          else
                              move "Only employer accounts can host events." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = '4'
                          if function trim(current-user trailing) = spaces
                              perform manageFairBooths
                          else
                              if session-employer
                                  perform employerFairBooths
                              else
                                  move "Only employer accounts can book career fair booths." to output-buffer
                                  perform outputLine
                              end-if
                          end-if
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
              end-perform
              exit.

*> Paragraph: createEvent
*> Purpose:   Captures a new event hosted by current-user (or by the
*>            operator when no user is signed in)
*> Input:     None (prompts)
*> Output:    None
       createEvent.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o events-database
              if events-file-missing
                  open output events-database
                  close events-database
                  open i-o events-database
              end-if
              if not events-ok
                  move "Unable to open events database." to output-buffer
                  perform outputLine
                  close events-database
                  exit paragraph
              end-if

              initialize event-record
              evaluate true
                  when event-host-override not = spaces
                      move event-host-override to event-host
                  when function trim(current-user trailing) = spaces
                      move "CAREER SERVICES" to event-host
                  when other
                      move current-user to event-host
              end-evaluate

              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move "Event title (Required): " to input-prompt
                  perform readInputLine
                  if input-buffer not equal to spaces
                      move 'Y' to profile-validation
                      move function trim(input-buffer trailing) to event-title
                  end-if
              end-perform
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move "Event date (YYYYMMDD): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) is numeric
                  and function length(function trim(input-buffer trailing)) = 8
                      move 'Y' to profile-validation
                      move function trim(input-buffer trailing) to event-date
                  else
                      move "Please enter the date as YYYYMMDD." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              move "Location: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to event-location
              move "Capacity (0 = unlimited): " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) is numeric
                  move function trim(input-buffer trailing) to event-capacity
              else
                  move 0 to event-capacity
              end-if
              move "Description: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to event-description
              move cmp-session-campus to cmp-default-campus
              perform campusCaptureCode
              move cmp-captured-campus to event-campus
              move function current-date(1:8) to event-created-date

              move spaces to event-key
              string function trim(event-host trailing) delimited by size
                     "|" delimited by size
                     function trim(event-title trailing) delimited by size
                     into event-key
              end-string

              write event-record
              if events-ok
                  move event-host to audit-actor
                  *> An organization's event is recorded against the
                  *> officer who posted it
                  if event-host-override not = spaces
                      perform setAuditActor
                  end-if
                  move "events-database.dat" to audit-file-name
                  move event-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "Event created." to output-buffer
                  perform outputLine
              else
                  move "An event with that title already exists for this host." to output-buffer
                  perform outputLine
              end-if
              close events-database
              exit.

*> Paragraph: countEventRsvps
*> Purpose:   Counts attendance records against event-key-buffer
*> Input:     event-key-buffer
*> Output:    event-rsvp-count
       countEventRsvps.
              move 0 to event-rsvp-count
              open input event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if function trim(rsvp-event-key trailing) =
                                 function trim(event-key-buffer trailing)
                                  add 1 to event-rsvp-count
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps
              exit.

*>*******************************************************************
*> Upcoming Events - lists events dated today or later with their
*> remaining capacity, then lets the student RSVP to one
*>*******************************************************************
       browseUpcomingEvents.
              move "--- Upcoming Events ---" to output-buffer
              perform outputLine
              move function current-date(1:8) to event-today
              move 0 to event-count

              open input events-database
              if events-ok
                  perform until events-status not = "00"
                      read events-database next record
                          at end
                              exit perform
                          not at end
                              perform campusEventVisible
                              if event-date not < event-today
                              and cmp-visible
                              and event-count < 50
                                  add 1 to event-count
                                  move event-key to event-match-key-entry(event-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(event-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(event-title trailing) delimited by size
                                         " hosted by " delimited by size
                                         function trim(event-host trailing) delimited by size
                                         " on " delimited by size
                                         event-date delimited by size
                                         " at " delimited by size
                                         function trim(event-location trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                                  if function trim(event-description trailing) not = spaces
                                      move spaces to output-buffer
                                      string "    " delimited by size
                                             function trim(event-description trailing) delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                                  move event-key to fair-event-key
                                  perform fairCountBooths
                                  if fair-is-setup
                                      move fair-booth-count to fair-booth-disp
                                      move spaces to output-buffer
                                      string "    Career fair - " delimited by size
                                             function trim(fair-booth-disp leading) delimited by size
                                             " employers attending (w" delimited by size
                                             function trim(event-count leading) delimited by size
                                             " for who's coming)" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close events-database

              if event-count = 0
                  move "No upcoming events are scheduled." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to RSVP, w<number> for who's coming to a career fair (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              if input-buffer(1:1) = 'w' or input-buffer(1:1) = 'W'
                  move 0 to event-selected-index
                  if function trim(input-buffer(2:) trailing) is numeric
                      move function numval(input-buffer(2:)) to event-selected-index
                  end-if
                  if event-selected-index >= 1 and event-selected-index <= event-count
                      move event-match-key-entry(event-selected-index) to fair-event-key
                      perform fairLoadFair
                      if fair-is-setup
                          perform fairWhosComing
                      else
                          move "That event is not a career fair." to output-buffer
                          perform outputLine
                      end-if
                  else
                      move "Invalid selection." to output-buffer
                      perform outputLine
                  end-if
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to event-selected-index
              if event-selected-index >= 1 and event-selected-index <= event-count
                  move event-match-key-entry(event-selected-index) to event-key-buffer
                  perform rsvpToEvent
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: rsvpToEvent
*> Purpose:   Writes an attendance record for current-user against
*>            event-key-buffer, enforcing the event's capacity
*> Input:     event-key-buffer
*> Output:    None
       rsvpToEvent.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              *> RSVP is a per-user action - the operator console runs
              *> with no user signed in
              if function trim(current-user trailing) = spaces
                  move "Sign in as a user to RSVP to an event." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Re-read the event for its capacity
              open input events-database
              if events-ok
                  move function trim(event-key-buffer trailing) to event-key
                  read events-database
                      key is event-key
                      invalid key
                          move "Event not found." to output-buffer
                          perform outputLine
                          close events-database
                          exit paragraph
                  end-read
              end-if
              close events-database

              perform countEventRsvps
              if event-capacity > 0 and event-rsvp-count >= event-capacity
                  move "This event is at capacity." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o event-rsvps
              if rsvp-file-missing
                  open output event-rsvps
                  close event-rsvps
                  open i-o event-rsvps
              end-if
              if not rsvp-ok
                  move "Unable to open the RSVP file." to output-buffer
                  perform outputLine
                  close event-rsvps
                  exit paragraph
              end-if

              move spaces to rsvp-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(event-key-buffer trailing) delimited by size
                     into rsvp-key
              end-string
              move current-user to rsvp-username
              move function trim(event-key-buffer trailing) to rsvp-event-key
              move function current-date(1:8) to rsvp-date
              *> Attendance is unrecorded until the host's check-in
              move space to rsvp-attendance

              write rsvp-record
              if rsvp-ok
                  perform setAuditActor
                  move "event-rsvps.dat" to audit-file-name
                  move rsvp-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "RSVP recorded - see you there!" to output-buffer
                  perform outputLine
              else
                  move "You have already RSVPed to this event." to output-buffer
                  perform outputLine
              end-if
              close event-rsvps
              exit.

*>*******************************************************************
*> Career fair booths - the operator opens an event to employer
*> booths; employers book a booth for their company page, choosing
*> its size, the postings they are recruiting for and the recruiters
*> from company-members who will staff it; the operator approves
*> each booth and assigns its number, and prints the fair booklet.
*> Students see who is coming from Upcoming Events
*>*******************************************************************

*> Paragraph: fairLoadEvent
*> Purpose:   Reads one event by key
*> Input:     fair-event-key
*> Output:    event-record, fair-event-flag
       fairLoadEvent.
              move 'N' to fair-event-flag
              open input events-database
              if events-ok
                  move fair-event-key to event-key
                  read events-database key is event-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to fair-event-flag
                  end-read
              end-if
              close events-database
              exit.

*> Paragraph: fairLoadFair
*> Purpose:   Reads an event's career-fair settings
*> Input:     fair-event-key
*> Output:    career-fair-record, fair-setup-flag
       fairLoadFair.
              move 'N' to fair-setup-flag
              open input career-fairs
              if fair-ok
                  move fair-event-key to cfr-event-key
                  read career-fairs key is cfr-event-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to fair-setup-flag
                  end-read
              end-if
              close career-fairs
              exit.

*> Paragraph: fairTallyFloor
*> Purpose:   Counts a fair's approved booths and the floor units they
*>            take, leaving out fair-company's own booth, and checks
*>            whether fair-booth-work is already assigned
*> Input:     fair-event-key, fair-company, fair-booth-work
*> Output:    fair-booth-count, fair-units-used, fair-number-flag
       fairTallyFloor.
              move 0 to fair-booth-count
              move 0 to fair-units-used
              move 'N' to fair-number-flag
              open input fair-booths
              if booth-ok
                  move spaces to fbt-key
                  move fair-event-key to fbt-event-key
                  start fair-booths key is not less than fbt-key
                      invalid key
                          move "10" to fair-booth-status
                  end-start
                  perform until fair-booth-status not = "00"
                      read fair-booths next record
                          at end
                              exit perform
                          not at end
                              if fbt-event-key not = fair-event-key
                                  exit perform
                              end-if
                              if fbt-approved
                              and fbt-company-key not = fair-company
                                  add 1 to fair-booth-count
                                  if fbt-double
                                      add 2 to fair-units-used
                                  else
                                      add 1 to fair-units-used
                                  end-if
                                  if fair-booth-work not = spaces
                                  and fbt-booth-number = fair-booth-work
                                      move 'Y' to fair-number-flag
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close fair-booths
              exit.

*> Paragraph: fairLoadEmployerCompanies
*> Purpose:   The companies current-user may book booths for - every
*>            company membership, else the company behind their own
*>            postings
*> Input:     current-user
*> Output:    fair-co-count, fair-co-table
       fairLoadEmployerCompanies.
              move 0 to fair-co-count
              open input company-members
              if company-members-ok
                  perform until company-members-status not = "00"
                      read company-members next record
                          at end
                              exit perform
                          not at end
                              if function trim(member-username trailing) =
                                 function trim(current-user trailing)
                              and fair-co-count < 10
                                  add 1 to fair-co-count
                                  move member-company to fair-co-key(fair-co-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close company-members
              if fair-co-count = 0
                  perform findEmployerCompany
                  if tal-company not = spaces
                      move 1 to fair-co-count
                      move tal-company to fair-co-key(1)
                  end-if
              end-if
              exit.

*> Paragraph: fairParsePicks
*> Purpose:   Splits a "1,3,4" answer into row numbers of the option
*>            list just shown
*> Input:     input-buffer, fair-opt-count, fair-pick-max
*> Output:    fair-pick-count, fair-pick-idx, fair-ok-flag
       fairParsePicks.
              move 'Y' to fair-ok-flag
              move 0 to fair-pick-count
              move spaces to fair-num-split
              inspect input-buffer replacing all "," by " "
              move function trim(input-buffer) to fair-pick-text
              unstring fair-pick-text delimited by all spaces
                  into fair-num-in(1) fair-num-in(2) fair-num-in(3)
                       fair-num-in(4) fair-num-in(5)
              end-unstring
              perform varying fair-idx from 1 by 1 until fair-idx > 5
                  if fair-num-in(fair-idx) not = spaces
                      if function trim(fair-num-in(fair-idx)) is numeric
                      and function numval(fair-num-in(fair-idx)) >= 1
                      and function numval(fair-num-in(fair-idx)) <= fair-opt-count
                      and fair-pick-count < fair-pick-max
                          add 1 to fair-pick-count
                          move function numval(fair-num-in(fair-idx)) to fair-pick-idx(fair-pick-count)
                      else
                          move 'N' to fair-ok-flag
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: fairCaptureBooth
*> Purpose:   Prompts for a booth's size, the company's open postings
*>            it recruits for and the recruiters who staff it
*> Input:     fair-booth-record (company key and current values)
*> Output:    fair-booth-record, fair-ok-flag
       fairCaptureBooth.
              move 'N' to fair-ok-flag
              perform until fair-input-ok or not valid-read
                  move "Booth size - [1] Single  [2] Double: " to input-prompt
                  perform readInputLine
                  evaluate input-buffer(1:1)
                      when '1'
                          move "SINGLE" to fbt-size
                          move 'Y' to fair-ok-flag
                      when '2'
                          move "DOUBLE" to fbt-size
                          move 'Y' to fair-ok-flag
                      when other
                          move "Choose 1 or 2." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              if not fair-input-ok
                  exit paragraph
              end-if

              *> The company's live postings
              move function current-date(1:8) to fair-today
              move 0 to fair-opt-count
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              if job-company-key = fbt-company-key
                              and job-open
                              and (job-expiration-date = spaces
                                   or job-expiration-date not < fair-today)
                              and fair-opt-count < 50
                                  add 1 to fair-opt-count
                                  move job-key to fair-opt-key(fair-opt-count)
                                  move fair-opt-count to fair-num-disp
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(fair-num-disp leading) delimited by size
                                         "] " delimited by size
                                         function trim(job-title trailing) delimited by size
                                         " (" delimited by size
                                         function trim(job-location trailing) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              move spaces to fbt-postings
              if fair-opt-count = 0
                  move "The company has no live postings to list - the booth is booked without any." to output-buffer
                  perform outputLine
              else
                  move 'N' to fair-ok-flag
                  move 5 to fair-pick-max
                  perform until fair-input-ok or not valid-read
                      move "Postings you are recruiting for - up to 5 numbers, e.g. 1,3 (blank for none): " to input-prompt
                      perform readInputLine
                      perform fairParsePicks
                      if not fair-input-ok
                          move "Enter up to 5 of the numbers listed, separated by commas." to output-buffer
                          perform outputLine
                      end-if
                  end-perform
                  if not fair-input-ok
                      exit paragraph
                  end-if
                  perform varying fair-idx from 1 by 1 until fair-idx > fair-pick-count
                      move fair-opt-key(fair-pick-idx(fair-idx)) to fbt-posting-key(fair-idx)
                  end-perform
              end-if

              *> Recruiters - the company's linked accounts
              move 0 to fair-opt-count
              open input company-members
              if company-members-ok
                  perform until company-members-status not = "00"
                      read company-members next record
                          at end
                              exit perform
                          not at end
                              if member-company = fbt-company-key
                              and fair-opt-count < 50
                                  add 1 to fair-opt-count
                                  move member-username to fair-opt-key(fair-opt-count)
                                  move fair-opt-count to fair-num-disp
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(fair-num-disp leading) delimited by size
                                         "] " delimited by size
                                         function trim(member-username trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close company-members
              move spaces to fbt-recruiters
              if fair-opt-count = 0
                  *> A company with no linked accounts is staffed by
                  *> whoever books the booth
                  move current-user to fbt-recruiter(1)
                  move 'Y' to fair-ok-flag
                  exit paragraph
              end-if
              move 'N' to fair-ok-flag
              move 4 to fair-pick-max
              perform until fair-input-ok or not valid-read
                  move "Recruiters attending - up to 4 numbers, e.g. 1,2: " to input-prompt
                  perform readInputLine
                  perform fairParsePicks
                  if fair-input-ok and fair-pick-count = 0
                      move 'N' to fair-ok-flag
                  end-if
                  if not fair-input-ok
                      move "Name at least one and at most 4 of the recruiters listed." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              if fair-input-ok
                  perform varying fair-idx from 1 by 1 until fair-idx > fair-pick-count
                      move fair-opt-key(fair-pick-idx(fair-idx)) to fbt-recruiter(fair-idx)
                  end-perform
              end-if
              exit.

*> Paragraph: fairBoothListLine
*> Purpose:   One numbered summary row for the booth just read
*> Input:     fair-booth-record, fair-list-count
*> Output:    None
       fairBoothListLine.
              move fbt-event-key to fair-event-key
              perform fairLoadEvent
              move fair-list-count to fair-num-disp
              move spaces to output-buffer
              string "[" delimited by size
                     function trim(fair-num-disp leading) delimited by size
                     "] " delimited by size
                     into output-buffer
              end-string
              if fair-event-found
                  string function trim(output-buffer trailing) delimited by size
                         " " delimited by size
                         function trim(event-title trailing) delimited by size
                         " on " delimited by size
                         event-date delimited by size
                         into output-buffer
                  end-string
              else
                  string function trim(output-buffer trailing) delimited by size
                         " (event no longer on file)" delimited by size
                         into output-buffer
                  end-string
              end-if
              string function trim(output-buffer trailing) delimited by size
                     " - " delimited by size
                     function trim(fbt-company-key trailing) delimited by size
                     ", " delimited by size
                     function trim(fbt-size trailing) delimited by size
                     " (" delimited by size
                     function trim(fbt-status trailing) delimited by size
                     into output-buffer
              end-string
              if fbt-approved
                  string function trim(output-buffer trailing) delimited by size
                         ", booth " delimited by size
                         function trim(fbt-booth-number trailing) delimited by size
                         into output-buffer
                  end-string
              end-if
              string function trim(output-buffer trailing) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: fairShowBooth
*> Purpose:   Prints one booth booking in full
*> Input:     fair-booth-record
*> Output:    None
       fairShowBooth.
              move fbt-event-key to fair-event-key
              perform fairLoadEvent
              move spaces to output-buffer
              if fair-event-found
                  string "--- " delimited by size
                         function trim(event-title trailing) delimited by size
                         ", " delimited by size
                         event-date delimited by size
                         " at " delimited by size
                         function trim(event-location trailing) delimited by size
                         " ---" delimited by size
                         into output-buffer
                  end-string
              else
                  move "--- (event no longer on file) ---" to output-buffer
              end-if
              perform outputLine
              move spaces to output-buffer
              string "Company: " delimited by size
                     function trim(fbt-company-key trailing) delimited by size
                     "   Booth size: " delimited by size
                     function trim(fbt-size trailing) delimited by size
                     "   Status: " delimited by size
                     function trim(fbt-status trailing) delimited by size
                     into output-buffer
              end-string
              if fbt-approved
                  string function trim(output-buffer trailing) delimited by size
                         "   Booth number: " delimited by size
                         function trim(fbt-booth-number trailing) delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              if fbt-declined and fbt-decline-reason not = spaces
                  move spaces to output-buffer
                  string "Declined: " delimited by size
                         function trim(fbt-decline-reason trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              move "Recruiting for:" to output-buffer
              perform outputLine
              move 0 to fair-booth-count
              open input job-database
              perform varying fair-idx from 1 by 1 until fair-idx > 5
                  if fbt-posting-key(fair-idx) not = spaces
                      add 1 to fair-booth-count
                      move spaces to output-buffer
                      move fbt-posting-key(fair-idx) to job-key
                      read job-database key is job-key
                          invalid key
                              string "  - " delimited by size
                                     function trim(fbt-posting-key(fair-idx) trailing) delimited by size
                                     " (no longer listed)" delimited by size
                                     into output-buffer
                              end-string
                          not invalid key
                              string "  - " delimited by size
                                     function trim(job-title trailing) delimited by size
                                     " (" delimited by size
                                     function trim(job-status trailing) delimited by size
                                     ")" delimited by size
                                     into output-buffer
                              end-string
                      end-read
                      perform outputLine
                  end-if
              end-perform
              close job-database
              if fair-booth-count = 0
                  move "  (no postings listed)" to output-buffer
                  perform outputLine
              end-if
              move spaces to output-buffer
              string "Recruiters: " delimited by size into output-buffer
              end-string
              perform varying fair-idx from 1 by 1 until fair-idx > 4
                  if fbt-recruiter(fair-idx) not = spaces
                      string function trim(output-buffer trailing) delimited by size
                             " " delimited by size
                             function trim(fbt-recruiter(fair-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                  end-if
              end-perform
              perform outputLine
              exit.

*> Paragraph: employerFairBooths
*> Purpose:   The employer's booth bookings for their companies, with
*>            registration for an open career fair
*> Input:     current-user
*> Output:    None
       employerFairBooths.
              perform fairLoadEmployerCompanies
              if fair-co-count = 0
                  move "Booths are booked by company - link your account to a company page first." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move 'N' to fair-done-flag
              perform until fair-done or not valid-read
                  move "--- My Career Fair Booths ---" to output-buffer
                  perform outputLine
                  move 0 to fair-list-count
                  open input fair-booths
                  if booth-ok
                      perform until fair-booth-status not = "00"
                          read fair-booths next record
                              at end
                                  exit perform
                              not at end
                                  move 'N' to fair-mine-flag
                                  perform varying fair-idx from 1 by 1 until fair-idx > fair-co-count
                                      if fbt-company-key = fair-co-key(fair-idx)
                                          move 'Y' to fair-mine-flag
                                      end-if
                                  end-perform
                                  if fair-is-mine and fair-list-count < 50
                                      add 1 to fair-list-count
                                      move fbt-key to fair-list-key(fair-list-count)
                                      perform fairBoothListLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close fair-booths
                  if fair-list-count = 0
                      move "Your companies have no booth bookings." to output-buffer
                      perform outputLine
                  end-if
                  move "Enter number to view, change or withdraw, [r] Register for a career fair, [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 'q' or input-buffer(1:1) = 'Q' or not valid-read
                          move 'Y' to fair-done-flag
                      when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                          perform fairRegisterBooth
                      when other
                          move 0 to fair-pick
                          if function trim(input-buffer trailing) is numeric
                              move function numval(input-buffer) to fair-pick
                          end-if
                          if fair-pick >= 1 and fair-pick <= fair-list-count
                              perform fairEmployerBoothAction
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                  end-evaluate
              end-perform
              exit.

*> Paragraph: fairRegisterBooth
*> Purpose:   Books a booth for one of the employer's companies at an
*>            upcoming career fair that is taking registrations
*> Input:     fair-co-table
*> Output:    None
       fairRegisterBooth.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move function current-date(1:8) to fair-today
              move 0 to event-count
              open input events-database
              open input career-fairs
              if events-ok and fair-ok
                  perform until events-status not = "00"
                      read events-database next record
                          at end
                              exit perform
                          not at end
                              if event-date not < fair-today
                              and event-count < 50
                                  move event-key to cfr-event-key
                                  read career-fairs key is cfr-event-key
                                      invalid key
                                          continue
                                      not invalid key
                                          if cfr-reg-open
                                              add 1 to event-count
                                              move event-key to event-match-key-entry(event-count)
                                              move event-count to fair-num-disp
                                              move spaces to output-buffer
                                              string "[" delimited by size
                                                     function trim(fair-num-disp leading) delimited by size
                                                     "] " delimited by size
                                                     function trim(event-title trailing) delimited by size
                                                     " on " delimited by size
                                                     event-date delimited by size
                                                     " at " delimited by size
                                                     function trim(event-location trailing) delimited by size
                                                     into output-buffer
                                              end-string
                                              perform outputLine
                                          end-if
                                  end-read
                              end-if
                      end-read
                  end-perform
              end-if
              close career-fairs
              close events-database
              if event-count = 0
                  move "No upcoming career fair is taking booth registrations." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Which career fair? " to input-prompt
              perform readInputLine
              move 0 to fair-pick
              if function trim(input-buffer trailing) is numeric
                  move function numval(input-buffer) to fair-pick
              end-if
              if fair-pick < 1 or fair-pick > event-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move event-match-key-entry(fair-pick) to fair-event-key

              *> Which company page the booth is for
              move 1 to fair-pick
              if fair-co-count > 1
                  perform varying fair-idx from 1 by 1 until fair-idx > fair-co-count
                      move fair-idx to fair-num-disp
                      move spaces to output-buffer
                      string "[" delimited by size
                             function trim(fair-num-disp leading) delimited by size
                             "] " delimited by size
                             function trim(fair-co-key(fair-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
                  move "Which company is the booth for? " to input-prompt
                  perform readInputLine
                  move 0 to fair-pick
                  if function trim(input-buffer trailing) is numeric
                      move function numval(input-buffer) to fair-pick
                  end-if
                  if fair-pick < 1 or fair-pick > fair-co-count
                      move "Invalid selection." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-if
              move fair-co-key(fair-pick) to fair-company
              move fair-company to company-key-buffer
              perform findCompany
              if not company-found
                  move "The company has no company page yet - create it first, then book the booth." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o fair-booths
              if booth-missing
                  open output fair-booths
                  close fair-booths
                  open i-o fair-booths
              end-if
              if not booth-ok
                  close fair-booths
                  exit paragraph
              end-if
              move 'N' to fair-rebook-flag
              move fair-event-key to fbt-event-key
              move fair-company to fbt-company-key
              read fair-booths key is fbt-key
                  invalid key
                      continue
                  not invalid key
                      if fbt-declined or fbt-withdrawn
                          move 'Y' to fair-rebook-flag
                      else
                          move "The company already has a booth booked at this fair." to output-buffer
                          perform outputLine
                          close fair-booths
                          exit paragraph
                      end-if
              end-read
              initialize fair-booth-record
              move fair-event-key to fbt-event-key
              move fair-company to fbt-company-key
              move "SINGLE" to fbt-size
              perform fairCaptureBooth
              if not fair-input-ok
                  close fair-booths
                  exit paragraph
              end-if
              move "PENDING" to fbt-status
              move current-user to fbt-registered-by
              move function current-date(1:8) to fbt-registered-date
              if fair-rebook
                  rewrite fair-booth-record
                  move "REWRITE" to audit-action
              else
                  write fair-booth-record
                  move "WRITE" to audit-action
              end-if
              if booth-ok
                  perform setAuditActor
                  move "fair-booths.dat" to audit-file-name
                  move fbt-key to audit-record-key
                  perform recordAuditEvent
                  move "Booth requested - career services will confirm it and assign the booth number." to output-buffer
                  perform outputLine
              else
                  move "Unable to record the booth booking." to output-buffer
                  perform outputLine
              end-if
              close fair-booths
              exit.

*> Paragraph: fairEmployerBoothAction
*> Purpose:   Shows one of the employer's bookings and changes or
*>            withdraws it - a size change on an approved booth goes
*>            back to career services for a new assignment
*> Input:     fair-list-key(fair-pick)
*> Output:    None
       fairEmployerBoothAction.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o fair-booths
              if not booth-ok
                  close fair-booths
                  exit paragraph
              end-if
              move fair-list-key(fair-pick) to fbt-key
              read fair-booths key is fbt-key
                  invalid key
                      move "That booking is no longer on file." to output-buffer
                      perform outputLine
                      close fair-booths
                      exit paragraph
              end-read
              perform fairShowBooth
              if not fbt-pending and not fbt-approved
                  close fair-booths
                  exit paragraph
              end-if
              move "[c] Change booth details  [w] Withdraw the booth  [q] Back" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                      move fbt-size to fair-old-size
                      perform fairCaptureBooth
                      if not fair-input-ok
                          close fair-booths
                          exit paragraph
                      end-if
                      if fbt-approved and fbt-size not = fair-old-size
                          move "PENDING" to fbt-status
                          move spaces to fbt-booth-number
                          move "The new booth size goes back to career services for a booth assignment." to output-buffer
                          perform outputLine
                      end-if
                  when input-buffer(1:1) = 'w' or input-buffer(1:1) = 'W'
                      perform confirmAction
                      if not action-confirmed
                          close fair-booths
                          exit paragraph
                      end-if
                      move "WITHDRAWN" to fbt-status
                      move spaces to fbt-booth-number
                  when other
                      close fair-booths
                      exit paragraph
              end-evaluate
              rewrite fair-booth-record
              if booth-ok
                  perform setAuditActor
                  move "fair-booths.dat" to audit-file-name
                  move fbt-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "Booth booking updated." to output-buffer
                  perform outputLine
              end-if
              close fair-booths
              exit.

*> Paragraph: manageFairBooths
*> Purpose:   Operator screen - opens an upcoming event to booths,
*>            then approves, numbers and declines its bookings and
*>            prints the fair booklet
*> Input:     None
*> Output:    None
       manageFairBooths.
              move "--- Career Fair Booths ---" to output-buffer
              perform outputLine
              move function current-date(1:8) to fair-today
              move 0 to event-count
              open input events-database
              open input career-fairs
              if events-ok
                  perform until events-status not = "00"
                      read events-database next record
                          at end
                              exit perform
                          not at end
                              if event-date not < fair-today
                              and event-count < 50
                                  add 1 to event-count
                                  move event-key to event-match-key-entry(event-count)
                                  move event-count to fair-num-disp
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(fair-num-disp leading) delimited by size
                                         "] " delimited by size
                                         function trim(event-title trailing) delimited by size
                                         " on " delimited by size
                                         event-date delimited by size
                                         into output-buffer
                                  end-string
                                  if fair-ok
                                      move event-key to cfr-event-key
                                      read career-fairs key is cfr-event-key
                                          invalid key
                                              continue
                                          not invalid key
                                              string function trim(output-buffer trailing) delimited by size
                                                     " - career fair" delimited by size
                                                     into output-buffer
                                              end-string
                                      end-read
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close career-fairs
              close events-database
              if event-count = 0
                  move "No upcoming events are scheduled." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Enter number of the event (q to go back): " to input-prompt
              perform readInputLine
              move 0 to fair-pick
              if function trim(input-buffer trailing) is numeric
                  move function numval(input-buffer) to fair-pick
              end-if
              if fair-pick < 1 or fair-pick > event-count
                  exit paragraph
              end-if
              move event-match-key-entry(fair-pick) to fair-event-key

              perform fairLoadFair
              if not fair-is-setup
                  move "This event is not yet open to employer booths." to output-buffer
                  perform outputLine
                  perform confirmAction
                  if not action-confirmed
                      exit paragraph
                  end-if
                  initialize career-fair-record
                  move fair-event-key to cfr-event-key
                  move 'Y' to cfr-registration
                  move function current-date(1:8) to cfr-opened-date
                  perform fairCaptureCapacity
                  if support-viewing
                      perform supportWriteBlocked
                      exit paragraph
                  end-if
                  open i-o career-fairs
                  if fair-missing
                      open output career-fairs
                      close career-fairs
                      open i-o career-fairs
                  end-if
                  if fair-ok
                      write career-fair-record
                  end-if
                  if fair-ok
                      move "CAREER SERVICES" to audit-actor
                      move "career-fairs.dat" to audit-file-name
                      move cfr-event-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      move "Booth registration is open for this event." to output-buffer
                      perform outputLine
                  end-if
                  close career-fairs
              end-if
              perform fairAdminScreen
              exit.

*> Paragraph: fairCaptureCapacity
*> Purpose:   Prompts for the fair's floor size in single-booth units
*> Input:     career-fair-record
*> Output:    cfr-booth-capacity
       fairCaptureCapacity.
              move 'N' to fair-ok-flag
              perform until fair-input-ok or not valid-read
                  move "Floor size in single booths (0 = unlimited): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) is numeric
                  and function length(function trim(input-buffer trailing)) <= 3
                      move function numval(input-buffer) to cfr-booth-capacity
                      move 'Y' to fair-ok-flag
                  else
                      move "Enter a number from 0 to 999." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              exit.

*> Paragraph: fairAdminScreen
*> Purpose:   The approval and booth-assignment screen for one fair
*> Input:     fair-event-key
*> Output:    None
       fairAdminScreen.
              move 'N' to fair-done-flag
              perform until fair-done or not valid-read
                  perform fairLoadEvent
                  perform fairLoadFair
                  move spaces to fair-company
                  move spaces to fair-booth-work
                  perform fairTallyFloor
                  move fair-units-used to fair-booth-disp
                  move cfr-booth-capacity to fair-cap-disp
                  move spaces to output-buffer
                  string "--- " delimited by size
                         function trim(event-title trailing) delimited by size
                         ", " delimited by size
                         event-date delimited by size
                         " - floor " delimited by size
                         function trim(fair-booth-disp leading) delimited by size
                         " of " delimited by size
                         into output-buffer
                  end-string
                  if cfr-booth-capacity = 0
                      string function trim(output-buffer trailing) delimited by size
                             " unlimited" delimited by size
                             into output-buffer
                      end-string
                  else
                      string function trim(output-buffer trailing) delimited by size
                             " " delimited by size
                             function trim(fair-cap-disp leading) delimited by size
                             into output-buffer
                      end-string
                  end-if
                  if cfr-reg-open
                      string function trim(output-buffer trailing) delimited by size
                             " booths used, registration open ---" delimited by size
                             into output-buffer
                      end-string
                  else
                      string function trim(output-buffer trailing) delimited by size
                             " booths used, registration closed ---" delimited by size
                             into output-buffer
                      end-string
                  end-if
                  perform outputLine

                  move 0 to fair-list-count
                  open input fair-booths
                  if booth-ok
                      move spaces to fbt-key
                      move fair-event-key to fbt-event-key
                      start fair-booths key is not less than fbt-key
                          invalid key
                              move "10" to fair-booth-status
                      end-start
                      perform until fair-booth-status not = "00"
                          read fair-booths next record
                              at end
                                  exit perform
                              not at end
                                  if fbt-event-key not = fair-event-key
                                      exit perform
                                  end-if
                                  if fair-list-count < 50
                                      add 1 to fair-list-count
                                      move fbt-key to fair-list-key(fair-list-count)
                                      perform fairBoothListLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close fair-booths
                  if fair-list-count = 0
                      move "No booths are booked yet." to output-buffer
                      perform outputLine
                  end-if
                  move "[a<number>] Approve / assign booth  [d<number>] Decline  [v<number>] View" to output-buffer
                  perform outputLine
                  move "[o] Open / close registration  [c] Floor size  [b] Print fair booklet  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  move 0 to fair-pick
                  if function trim(input-buffer(2:) trailing) is numeric
                      move function numval(input-buffer(2:)) to fair-pick
                  end-if
                  evaluate true
                      when input-buffer(1:1) = 'q' or input-buffer(1:1) = 'Q' or not valid-read
                          move 'Y' to fair-done-flag
                      when input-buffer(1:1) = 'o' or input-buffer(1:1) = 'O'
                      or input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                          perform fairUpdateSettings
                      when input-buffer(1:1) = 'b' or input-buffer(1:1) = 'B'
                          perform fairPrintBooklet
                      when (input-buffer(1:1) = 'a' or input-buffer(1:1) = 'A'
                            or input-buffer(1:1) = 'd' or input-buffer(1:1) = 'D'
                            or input-buffer(1:1) = 'v' or input-buffer(1:1) = 'V')
                      and fair-pick >= 1 and fair-pick <= fair-list-count
                          perform fairDecideBooth
                      when other
                          move "Invalid choice." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: fairUpdateSettings
*> Purpose:   Opens or closes a fair's registration, or changes its
*>            floor size
*> Input:     fair-event-key, input-buffer (o or c)
*> Output:    None
       fairUpdateSettings.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o career-fairs
              if not fair-ok
                  close career-fairs
                  exit paragraph
              end-if
              move fair-event-key to cfr-event-key
              read career-fairs key is cfr-event-key
                  invalid key
                      close career-fairs
                      exit paragraph
              end-read
              if input-buffer(1:1) = 'o' or input-buffer(1:1) = 'O'
                  if cfr-reg-open
                      move 'N' to cfr-registration
                  else
                      move 'Y' to cfr-registration
                  end-if
              else
                  perform fairCaptureCapacity
              end-if
              rewrite career-fair-record
              if fair-ok
                  move "CAREER SERVICES" to audit-actor
                  move "career-fairs.dat" to audit-file-name
                  move cfr-event-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close career-fairs
              exit.

*> Paragraph: fairDecideBooth
*> Purpose:   Views, approves (with a booth number, within the floor
*>            size) or declines one booking, and tells the employer
*> Input:     fair-list-key(fair-pick), input-buffer(1:1)
*> Output:    None
       fairDecideBooth.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move input-buffer(1:1) to fair-action
              open input fair-booths
              move fair-list-key(fair-pick) to fbt-key
              read fair-booths key is fbt-key
                  invalid key
                      move spaces to fbt-key
              end-read
              close fair-booths
              if fbt-key = spaces
                  move "That booking is no longer on file." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform fairShowBooth
              if fair-action = 'v' or fair-action = 'V'
                  exit paragraph
              end-if
              if fbt-withdrawn
                  move "The employer has withdrawn this booth." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              if fair-action = 'a' or fair-action = 'A'
                  move 'N' to fair-ok-flag
                  perform until fair-input-ok or not valid-read
                      move "Booth number to assign (e.g. A12, blank to cancel): " to input-prompt
                      perform readInputLine
                      move function upper-case(function trim(input-buffer trailing)) to fair-booth-work
                      if fair-booth-work = spaces
                          exit paragraph
                      end-if
                      move fbt-company-key to fair-company
                      perform fairTallyFloor
                      if fair-number-taken
                          move "That booth number is already assigned at this fair." to output-buffer
                          perform outputLine
                      else
                          move 'Y' to fair-ok-flag
                      end-if
                  end-perform
                  if not fair-input-ok
                      exit paragraph
                  end-if
                  *> The booking was read again by the tally
                  open i-o fair-booths
                  move fair-list-key(fair-pick) to fbt-key
                  read fair-booths key is fbt-key
                      invalid key
                          close fair-booths
                          exit paragraph
                  end-read
                  if fbt-double
                      move 2 to fair-units-need
                  else
                      move 1 to fair-units-need
                  end-if
                  if cfr-booth-capacity > 0
                  and fair-units-used + fair-units-need > cfr-booth-capacity
                      move "There is no floor space left for this booth - raise the floor size or decline it." to output-buffer
                      perform outputLine
                      close fair-booths
                      exit paragraph
                  end-if
                  move "APPROVED" to fbt-status
                  move fair-booth-work to fbt-booth-number
                  move spaces to fbt-decline-reason
              else
                  move "Reason for declining: " to input-prompt
                  perform readInputLine
                  open i-o fair-booths
                  move fair-list-key(fair-pick) to fbt-key
                  read fair-booths key is fbt-key
                      invalid key
                          close fair-booths
                          exit paragraph
                  end-read
                  move "DECLINED" to fbt-status
                  move spaces to fbt-booth-number
                  move function trim(input-buffer trailing) to fbt-decline-reason
              end-if
              move function current-date(1:8) to fbt-decided-date
              rewrite fair-booth-record
              if booth-ok
                  move "CAREER SERVICES" to audit-actor
                  move "fair-booths.dat" to audit-file-name
                  move fbt-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close fair-booths

              move spaces to message-content-buffer
              if fbt-approved
                  string "Your booth for " delimited by size
                         function trim(fbt-company-key trailing) delimited by size
                         " at " delimited by size
                         function trim(event-title trailing) delimited by size
                         " (" delimited by size
                         event-date delimited by size
                         ") is confirmed - booth " delimited by size
                         function trim(fbt-booth-number trailing) delimited by size
                         "." delimited by size
                         into message-content-buffer
                  end-string
                  move "Career fair booth confirmed" to message-spool-subject
                  move "Booth approved." to output-buffer
              else
                  string "Your booth for " delimited by size
                         function trim(fbt-company-key trailing) delimited by size
                         " at " delimited by size
                         function trim(event-title trailing) delimited by size
                         " was declined: " delimited by size
                         function trim(fbt-decline-reason trailing) delimited by size
                         into message-content-buffer
                  end-string
                  move "Career fair booth declined" to message-spool-subject
                  move "Booth declined." to output-buffer
              end-if
              perform outputLine
              move "CAREER SERVICES" to message-sender-buffer
              move fbt-registered-by to message-recipient-buffer
              move 'N' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              exit.

*> Paragraph: fairPrintBooklet
*> Purpose:   Writes fair-booklet.txt - the event, then every approved
*>            booth with its company description, the open postings
*>            it recruits for and its recruiters
*> Input:     fair-event-key
*> Output:    fair-booklet.txt
       fairPrintBooklet.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform fairLoadEvent
              if not fair-event-found
                  exit paragraph
              end-if
              move function current-date(1:8) to fair-today
              open output fair-booklet
              if fair-booklet-status not = "00"
                  move "Unable to open fair-booklet.txt." to output-buffer
                  perform outputLine
                  close fair-booklet
                  exit paragraph
              end-if
              move function trim(event-title trailing) to fair-line
              perform fairWriteBookletLine
              move spaces to fair-line
              string event-date delimited by size
                     " - " delimited by size
                     function trim(event-location trailing) delimited by size
                     into fair-line
              end-string
              perform fairWriteBookletLine
              if event-description not = spaces
                  move function trim(event-description trailing) to fair-line
                  perform fairWriteBookletLine
              end-if
              move all "=" to fair-line(1:72)
              perform fairWriteBookletLine

              move 0 to fair-booth-count
              move 0 to fair-posting-total
              open input fair-booths
              if booth-ok
                  move spaces to fbt-key
                  move fair-event-key to fbt-event-key
                  start fair-booths key is not less than fbt-key
                      invalid key
                          move "10" to fair-booth-status
                  end-start
                  perform until fair-booth-status not = "00"
                      read fair-booths next record
                          at end
                              exit perform
                          not at end
                              if fbt-event-key not = fair-event-key
                                  exit perform
                              end-if
                              if fbt-approved
                                  add 1 to fair-booth-count
                                  perform fairBookletBooth
                              end-if
                      end-read
                  end-perform
              end-if
              close fair-booths

              move all "=" to fair-line(1:72)
              perform fairWriteBookletLine
              move fair-booth-count to fair-booth-disp
              move fair-posting-total to fair-posting-disp
              move spaces to fair-line
              string "Booths: " delimited by size
                     function trim(fair-booth-disp leading) delimited by size
                     "   Open postings: " delimited by size
                     function trim(fair-posting-disp leading) delimited by size
                     "   Printed " delimited by size
                     fair-today delimited by size
                     into fair-line
              end-string
              perform fairWriteBookletLine
              close fair-booklet
              move spaces to output-buffer
              string "Fair booklet written to fair-booklet.txt (" delimited by size
                     function trim(fair-booth-disp leading) delimited by size
                     " booths)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: fairBookletBooth
*> Purpose:   One booth's entry in the booklet
*> Input:     fair-booth-record
*> Output:    booklet lines, fair-posting-total
       fairBookletBooth.
              move spaces to fair-line
              perform fairWriteBookletLine
              move fbt-company-key to company-key-buffer
              perform findCompany
              if not company-found
                  move fbt-company-key to company-name
                  move spaces to company-industry company-location
                  move spaces to company-website company-description
              end-if
              move spaces to fair-line
              string "BOOTH " delimited by size
                     function trim(fbt-booth-number trailing) delimited by size
                     "  " delimited by size
                     function trim(company-name trailing) delimited by size
                     into fair-line
              end-string
              if fbt-double
                  string function trim(fair-line trailing) delimited by size
                         " (double booth)" delimited by size
                         into fair-line
                  end-string
              end-if
              perform fairWriteBookletLine
              if company-industry not = spaces or company-location not = spaces
                  move spaces to fair-line
                  string "  " delimited by size
                         function trim(company-industry trailing) delimited by size
                         " - " delimited by size
                         function trim(company-location trailing) delimited by size
                         "  " delimited by size
                         function trim(company-website trailing) delimited by size
                         into fair-line
                  end-string
                  perform fairWriteBookletLine
              end-if
              *> The description in lines of 100 characters
              perform varying fair-desc-pos from 1 by 100 until fair-desc-pos > 500
                  if company-description(fair-desc-pos:100) not = spaces
                      move spaces to fair-line
                      string "  " delimited by size
                             company-description(fair-desc-pos:100) delimited by size
                             into fair-line
                      end-string
                      perform fairWriteBookletLine
                  end-if
              end-perform

              *> Open postings - those listed for the booth, or every
              *> live posting of the company when none were listed
              move "  Recruiting for:" to fair-line
              perform fairWriteBookletLine
              move 0 to fair-opt-count
              open input job-database
              if job-database-ok
                  perform varying fair-idx from 1 by 1 until fair-idx > 5
                      if fbt-posting-key(fair-idx) not = spaces
                          add 1 to fair-opt-count
                          move fbt-posting-key(fair-idx) to job-key
                          read job-database key is job-key
                              invalid key
                                  continue
                              not invalid key
                                  perform fairBookletPosting
                          end-read
                      end-if
                  end-perform
                  if fair-opt-count = 0
                      perform until job-database-status not = "00"
                          read job-database next record
                              at end
                                  exit perform
                              not at end
                                  if job-company-key = fbt-company-key
                                      perform fairBookletPosting
                                  end-if
                          end-read
                      end-perform
                  end-if
              end-if
              close job-database

              move spaces to fair-line
              string "  Recruiters:" delimited by size into fair-line
              end-string
              perform varying fair-idx from 1 by 1 until fair-idx > 4
                  if fbt-recruiter(fair-idx) not = spaces
                      move fbt-recruiter(fair-idx) to buffer-acct-username
                      perform findAcct
                      if acct-found
                      and function trim(profile-first-name trailing) not = spaces
                          string function trim(fair-line trailing) delimited by size
                                 " " delimited by size
                                 function trim(profile-first-name trailing) delimited by size
                                 " " delimited by size
                                 function trim(profile-last-name trailing) delimited by size
                                 ";" delimited by size
                                 into fair-line
                          end-string
                      else
                          string function trim(fair-line trailing) delimited by size
                                 " " delimited by size
                                 function trim(fbt-recruiter(fair-idx) trailing) delimited by size
                                 ";" delimited by size
                                 into fair-line
                          end-string
                      end-if
                  end-if
              end-perform
              perform fairWriteBookletLine
              exit.

*> Paragraph: fairBookletPosting
*> Purpose:   Lists the posting just read when it is still open
*> Input:     job-record, fair-today
*> Output:    booklet line, fair-posting-total
       fairBookletPosting.
              if job-open
              and (job-expiration-date = spaces
                   or job-expiration-date not < fair-today)
                  add 1 to fair-posting-total
                  move spaces to fair-line
                  string "    - " delimited by size
                         function trim(job-title trailing) delimited by size
                         " (" delimited by size
                         function trim(job-location trailing) delimited by size
                         ")" delimited by size
                         into fair-line
                  end-string
                  perform fairWriteBookletLine
              end-if
              exit.

*> Paragraph: fairWriteBookletLine
*> Purpose:   Writes fair-line to the booklet and clears it
       fairWriteBookletLine.
              move fair-line to fair-booklet-line
              write fair-booklet-line
              move spaces to fair-line
              exit.

*> Paragraph: fairWhosComing
*> Purpose:   The student's view of a career fair - every approved
*>            booth with its company and what it is recruiting for
*> Input:     fair-event-key
*> Output:    None
       fairWhosComing.
              perform fairLoadEvent
              move spaces to output-buffer
              string "--- Who's coming: " delimited by size
                     function trim(event-title trailing) delimited by size
                     " ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move 0 to fair-booth-count
              open input fair-booths
              if booth-ok
                  move spaces to fbt-key
                  move fair-event-key to fbt-event-key
                  start fair-booths key is not less than fbt-key
                      invalid key
                          move "10" to fair-booth-status
                  end-start
                  perform until fair-booth-status not = "00"
                      read fair-booths next record
                          at end
                              exit perform
                          not at end
                              if fbt-event-key not = fair-event-key
                                  exit perform
                              end-if
                              if fbt-approved
                                  add 1 to fair-booth-count
                                  move fbt-company-key to company-key-buffer
                                  perform findCompany
                                  if not company-found
                                      move fbt-company-key to company-name
                                      move spaces to company-industry
                                  end-if
                                  move spaces to output-buffer
                                  string "Booth " delimited by size
                                         function trim(fbt-booth-number trailing) delimited by size
                                         " - " delimited by size
                                         function trim(company-name trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  if company-industry not = spaces
                                      string function trim(output-buffer trailing) delimited by size
                                             " (" delimited by size
                                             function trim(company-industry trailing) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                                  move spaces to output-buffer
                                  string "    Recruiting for:" delimited by size into output-buffer
                                  end-string
                                  move 0 to fair-opt-count
                                  open input job-database
                                  perform varying fair-idx from 1 by 1 until fair-idx > 5
                                      if fbt-posting-key(fair-idx) not = spaces
                                          move fbt-posting-key(fair-idx) to job-key
                                          read job-database key is job-key
                                              invalid key
                                                  continue
                                              not invalid key
                                                  if job-open
                                                      add 1 to fair-opt-count
                                                      string function trim(output-buffer trailing) delimited by size
                                                             " " delimited by size
                                                             function trim(job-title trailing) delimited by size
                                                             ";" delimited by size
                                                             into output-buffer
                                                      end-string
                                                  end-if
                                          end-read
                                      end-if
                                  end-perform
                                  close job-database
                                  if fair-opt-count = 0
                                      string function trim(output-buffer trailing) delimited by size
                                             " see the company page" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close fair-booths
              if fair-booth-count = 0
                  move "No employer booths are confirmed yet." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: fairCountBooths
*> Purpose:   Counts the approved booths of an upcoming event for the
*>            events list; zero when the event is not a career fair
*> Input:     fair-event-key
*> Output:    fair-setup-flag, fair-booth-count
       fairCountBooths.
              move 0 to fair-booth-count
              perform fairLoadFair
              if not fair-is-setup
                  exit paragraph
              end-if
              move spaces to fair-company
              move spaces to fair-booth-work
              perform fairTallyFloor
              exit.

*>*******************************************************************
*> My Hosted Events - lists events hosted by current-user (or by the
*> operator) and prints the attendee list for a chosen one, giving
*> the host a warm contact list inside the messaging system
*>*******************************************************************
       myHostedEvents.
              move "--- My Hosted Events ---" to output-buffer
              perform outputLine
              if function trim(current-user trailing) = spaces
                  move "CAREER SERVICES" to event-host-buffer
              else
                  move current-user to event-host-buffer
              end-if
              move 0 to event-count

              open input events-database
              if events-ok
                  perform until events-status not = "00"
                      read events-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(event-host trailing) =
                                 function trim(event-host-buffer trailing)
                              and event-count < 50
                                  add 1 to event-count
                                  move event-key to event-match-key-entry(event-count)
                                  move event-key to event-key-buffer
                                  perform countEventRsvps
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(event-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(event-title trailing) delimited by size
                                         " on " delimited by size
                                         event-date delimited by size
                                         " (" delimited by size
                                         function trim(event-rsvp-count leading) delimited by size
                                         " RSVP(s), capacity " delimited by size
                                         function trim(event-capacity leading) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close events-database

              if event-count = 0
                  move "You are not hosting any events." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to print the attendee list (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to event-selected-index
              if event-selected-index >= 1 and event-selected-index <= event-count
                  move event-match-key-entry(event-selected-index) to event-key-buffer
                  perform listEventAttendees
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: listEventAttendees
*> Purpose:   Prints every attendee who RSVPed to event-key-buffer,
*>            with their profile name for the host's contact list
*> Input:     event-key-buffer
*> Output:    None
       listEventAttendees.
              move "--- Attendee List ---" to output-buffer
              perform outputLine
              move 0 to event-rsvp-count

              open input event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if function trim(rsvp-event-key trailing) =
                                 function trim(event-key-buffer trailing)
                                  add 1 to event-rsvp-count
                                  move rsvp-username to buffer-acct-username
                                  perform findAcct
                                  move spaces to output-buffer
                                  if acct-found
                                      string "- " delimited by size
                                             function trim(rsvp-username trailing) delimited by size
                                             " (" delimited by size
                                             function trim(profile-first-name trailing) delimited by size
                                             " " delimited by size
                                             function trim(profile-last-name trailing) delimited by size
                                             ", RSVPed " delimited by size
                                             rsvp-date delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "- " delimited by size
                                             function trim(rsvp-username trailing) delimited by size
                                             " (RSVPed " delimited by size
                                             rsvp-date delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  evaluate true
                                      when rsvp-attended
                                          string function trim(output-buffer trailing) delimited by size
                                                 "  [ATTENDED]" delimited by size
                                                 into output-buffer
                                          end-string
                                      when rsvp-no-show
                                          string function trim(output-buffer trailing) delimited by size
                                                 "  [NO-SHOW]" delimited by size
                                                 into output-buffer
                                          end-string
                                      when other
                                          continue
                                  end-evaluate
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps

              if event-rsvp-count = 0
                  move "No RSVPs yet." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "[c] Check-in mode (mark attended/no-show)  [r] Attendance report  [b] Bulk message the RSVP list  (anything else to go back)" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                      perform eventCheckInMode
                  when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                      perform eventAttendanceReport
                  when input-buffer(1:1) = 'b' or input-buffer(1:1) = 'B'
                      perform bulkLoadEventRecipients
                      perform bulkComposeAndSend
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: eventCheckInMode
*> Purpose:   Walks every RSVP against event-key-buffer on the day of
*>            the event and records who actually showed up - the
*>            clipboard at the career-fair door, in the system
*> Input:     event-key-buffer
*> Output:    None
       eventCheckInMode.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "--- Check-In ---" to output-buffer
              perform outputLine
              open i-o event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if function trim(rsvp-event-key trailing) =
                                 function trim(event-key-buffer trailing)
                                  move spaces to output-buffer
                                  string function trim(rsvp-username trailing) delimited by size
                                         " - [a] attended  [n] no-show  [s] skip:" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                                  move "> " to input-prompt
                                  perform readInputLine
                                  evaluate true
                                      when input-buffer(1:1) = 'a' or input-buffer(1:1) = 'A'
                                          move 'Y' to rsvp-attendance
                                          rewrite rsvp-record
                                          perform setAuditActor
                                          move "event-rsvps.dat" to audit-file-name
                                          move rsvp-key to audit-record-key
                                          move "REWRITE" to audit-action
                                          perform recordAuditEvent
                                      when input-buffer(1:1) = 'n' or input-buffer(1:1) = 'N'
                                          move 'N' to rsvp-attendance
                                          rewrite rsvp-record
                                          perform setAuditActor
                                          move "event-rsvps.dat" to audit-file-name
                                          move rsvp-key to audit-record-key
                                          move "REWRITE" to audit-action
                                          perform recordAuditEvent
                                      when other
                                          continue
                                  end-evaluate
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps
              move "Check-in complete." to output-buffer
              perform outputLine
              exit.

*> Paragraph: eventAttendanceReport
*> Purpose:   Per-event attendance figures with no-show rates broken
*>            out by the attendees' majors - the numbers the deans ask
*>            for after every career fair
*> Input:     event-key-buffer
*> Output:    None
       eventAttendanceReport.
              move "--- Attendance Report ---" to output-buffer
              perform outputLine
              move 0 to evat-attended-count
              move 0 to evat-noshow-count
              move 0 to evat-unrecorded-count
              move 0 to evat-major-count

              open input event-rsvps
              if rsvp-ok
                  perform until rsvp-status not = "00"
                      read event-rsvps next record
                          at end
                              exit perform
                          not at end
                              if function trim(rsvp-event-key trailing) =
                                 function trim(event-key-buffer trailing)
                                  evaluate true
                                      when rsvp-attended
                                          add 1 to evat-attended-count
                                      when rsvp-no-show
                                          add 1 to evat-noshow-count
                                      when other
                                          add 1 to evat-unrecorded-count
                                  end-evaluate
                                  if rsvp-attended or rsvp-no-show
                                      perform evatTallyOneMajor
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close event-rsvps

              move spaces to output-buffer
              string "Attended: " delimited by size
                     function trim(evat-attended-count leading) delimited by size
                     "   No-shows: " delimited by size
                     function trim(evat-noshow-count leading) delimited by size
                     "   Not recorded: " delimited by size
                     function trim(evat-unrecorded-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine

              if evat-attended-count + evat-noshow-count > 0
                  compute evat-rate = (evat-noshow-count * 100)
                      / (evat-attended-count + evat-noshow-count)
                  move spaces to output-buffer
                  string "Overall no-show rate: " delimited by size
                         function trim(evat-rate leading) delimited by size
                         "%" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if

              move "By major:" to output-buffer
              perform outputLine
              perform varying evat-idx from 1 by 1 until evat-idx > evat-major-count
                  compute evat-rate = (evat-major-ns-entry(evat-idx) * 100)
                      / (evat-major-att-entry(evat-idx) + evat-major-ns-entry(evat-idx))
                  move spaces to output-buffer
                  string "  " delimited by size
                         function trim(evat-major-key-entry(evat-idx) trailing) delimited by size
                         ": " delimited by size
                         function trim(evat-major-att-entry(evat-idx) leading) delimited by size
                         " attended, " delimited by size
                         function trim(evat-major-ns-entry(evat-idx) leading) delimited by size
                         " no-show (" delimited by size
                         function trim(evat-rate leading) delimited by size
                         "% no-show)" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              exit.

*> Paragraph: evatTallyOneMajor
*> Purpose:   Folds the attendance of the RSVP loaded in rsvp-record
*>            into the by-major tallies (attendee's profile supplies
*>            the major, the same join plcTallyOneApplication does)
*> Input:     rsvp-record
*> Output:    evat-major-* tables
       evatTallyOneMajor.
              move rsvp-username to buffer-acct-username
              perform findAcct
              if acct-found and function trim(profile-major trailing) not = spaces
                  move profile-major to evat-major-buffer
              else
                  move "(no major on file)" to evat-major-buffer
              end-if

              move 0 to evat-slot
              perform varying evat-idx from 1 by 1 until evat-idx > evat-major-count
                  if function trim(evat-major-key-entry(evat-idx) trailing) =
                     function trim(evat-major-buffer trailing)
                      move evat-idx to evat-slot
                  end-if
              end-perform
              if evat-slot = 0 and evat-major-count < 30
                  add 1 to evat-major-count
                  move evat-major-count to evat-slot
                  move evat-major-buffer to evat-major-key-entry(evat-slot)
                  move 0 to evat-major-att-entry(evat-slot)
                  move 0 to evat-major-ns-entry(evat-slot)
              end-if
              if evat-slot > 0
                  if rsvp-attended
                      add 1 to evat-major-att-entry(evat-slot)
                  else
                      add 1 to evat-major-ns-entry(evat-slot)
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Offer management - an offer record created when an employer accepts
*> an applicant, surfaced to the student with explicit accept/decline
*> actions, so a student who was merely ACCEPTED can be told apart
*> from one who actually took the job
*>*******************************************************************

*> Paragraph: extendOffer
*> Purpose:   Captures the offer terms (salary, start date, response
*>            deadline, auto-close preference) for the applicant just
*>            marked ACCEPTED in manageApplicant
*> Input:     applicant-*-entry(selected-applicant-index), job-record
*> Output:    offer-found-flag 'Y' when the offer is on file
       extendOffer.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move 'N' to offer-found-flag
              move "Extend a formal offer now? (Y/N): " to input-prompt
              perform readInputLine
              if function upper-case(function trim(input-buffer trailing)) not = "Y"
                  exit paragraph
              end-if

              open i-o offers-database
              if offers-file-missing
                  open output offers-database
                  close offers-database
                  open i-o offers-database
              end-if
              if not offers-ok
                  move "Unable to open the offers database." to output-buffer
                  perform outputLine
                  close offers-database
                  exit paragraph
              end-if

              *> Read-first so a re-extended offer updates in place
              *> without losing the terms just typed in
              move applicant-key-entry(selected-applicant-index) to offer-key
              read offers-database
                  key is offer-key
                  invalid key
                      initialize offer-record
                      move applicant-key-entry(selected-applicant-index) to offer-key
                      perform captureOfferTerms
                      write offer-record
                      move "WRITE" to audit-action
                  not invalid key
                      perform captureOfferTerms
                      rewrite offer-record
                      move "REWRITE" to audit-action
              end-read
              if offers-ok
                  move 'Y' to offer-found-flag
                  move current-user to audit-actor
                  move "offers-database.dat" to audit-file-name
                  move offer-key to audit-record-key
                  perform recordAuditEvent
                  move "Offer recorded and sent to the applicant." to output-buffer
                  perform outputLine
              else
                  move "Failed to save the offer." to output-buffer
                  perform outputLine
              end-if
              close offers-database
              exit.

*> Paragraph: captureOfferTerms
*> Purpose:   Prompts for the offer terms and fills the offer-record
*>            fields shared by a fresh offer and a re-extended one
*> Input:     applicant-*-entry(selected-applicant-index), job-record
*> Output:    offer-record fields (except offer-key)
       captureOfferTerms.
              move applicant-username-entry(selected-applicant-index) to offer-username
              move current-user to offer-employer
              move job-title to offer-job-title
              move job-key to offer-job-key
              move "Offered salary: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to offer-salary
              move "Start date (YYYYMMDD): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to offer-start-date
              move "Response deadline (YYYYMMDD): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to offer-deadline
              move "Close the posting automatically when this offer is accepted? (Y/N): " to input-prompt
              perform readInputLine
              if function upper-case(function trim(input-buffer trailing)) = "Y"
                  move 'Y' to offer-close-posting
              else
                  move 'N' to offer-close-posting
              end-if
              move "PENDING" to offer-status
              move function current-date(1:8) to offer-created-date
              move spaces to offer-reminder-date
              move spaces to offer-decided-date
              move 'N' to offer-renege-flag
              move spaces to offer-renege-date
              move spaces to offer-renege-of-key
              move spaces to offer-renege-of-employer
              move spaces to offer-renege-of-title
              exit.

*> Paragraph: showOfferSummary
*> Purpose:   Prints a one/two-line summary of the pending offer (if
*>            any) against application-key-buffer, with a reminder
*>            when the response deadline is three days out or closer
*> Input:     application-key-buffer
*> Output:    offer-found-flag
       showOfferSummary.
              move 'N' to offer-found-flag
              open input offers-database
              if offers-ok
                  move function trim(application-key-buffer trailing) to offer-key
                  read offers-database
                      key is offer-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to offer-found-flag
                          move spaces to output-buffer
                          string "    Offer: " delimited by size
                                 function trim(offer-salary trailing) delimited by size
                                 ", starts " delimited by size
                                 offer-start-date delimited by size
                                 ", respond by " delimited by size
                                 offer-deadline delimited by size
                                 " (" delimited by size
                                 function trim(offer-status trailing) delimited by size
                                 ")" delimited by size
                                 into output-buffer
                          end-string
                          perform outputLine
                          if offer-pending and offer-deadline is numeric
                              move function current-date(1:8) to date-ymd-work
                              move offer-deadline to date-ymd-work-2
                              compute offer-days-left =
                                  function integer-of-date(date-ymd-work-2)
                                  - function integer-of-date(date-ymd-work)
                              if offer-days-left < 0
                                  move "    *** The response deadline has passed ***" to output-buffer
                                  perform outputLine
                              else
                                  if offer-days-left <= 3
                                      move "    *** Respond soon - the offer deadline is near ***" to output-buffer
                                      perform outputLine
                                  end-if
                              end-if
                          end-if
                  end-read
              end-if
              close offers-database
              exit.

*> Paragraph: respondToOffer
*> Purpose:   Shows the student the pending offer for the application
*>            in application-key-buffer and records an explicit
*>            Accept Offer / Decline Offer decision, closing the
*>            posting on acceptance when the employer asked for that
*> Input:     application-key-buffer
*> Output:    None
       respondToOffer.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform showOfferSummary
              if not offer-on-file
                  move "No offer is on file for this application." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if offer-expired
                  move "This offer expired unanswered at its response deadline." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if not offer-pending
                  move "You have already responded to this offer." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "[a] Accept Offer  [d] Decline Offer  [q] Decide Later" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine

              evaluate true
                  when input-buffer(1:1) = 'a' or input-buffer(1:1) = 'A'
                      move "ACCEPTED" to offer-status
                      move 'A' to ofr-choice
                  when input-buffer(1:1) = 'd' or input-buffer(1:1) = 'D'
                      move "DECLINED" to offer-status
                      move 'D' to ofr-choice
                  when other
                      exit paragraph
              end-evaluate

              *> A lapsed deadline can't be accepted even before the
              *> nightly pass has marked the offer EXPIRED
              if ofr-choice = 'A' and offer-deadline is numeric
              and offer-deadline < function current-date(1:8)
                  move "The response deadline for this offer has passed - contact the employer." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Accepting a second offer while one is already accepted
              *> is a renege - the student is warned and must confirm
              move 'N' to ofr-held-flag
              if ofr-choice = 'A'
                  move function trim(application-key-buffer trailing) to ofr-this-key
                  perform offerFindHeldAcceptance
                  if ofr-held
                      move spaces to output-buffer
                      string "You have already accepted the offer for " delimited by size
                             function trim(ofr-held-title trailing) delimited by size
                             " from " delimited by size
                             function trim(ofr-held-employer trailing) delimited by size
                             "." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                      move "Accepting this one too is recorded as a renege on that offer and your advisor is told." to output-buffer
                      perform outputLine
                      move "Accept this offer anyway? (Y/N): " to input-prompt
                      perform readInputLine
                      if function upper-case(function trim(input-buffer trailing)) not = "Y"
                          move "Offer left pending." to output-buffer
                          perform outputLine
                          exit paragraph
                      end-if
                  end-if
              end-if

              open i-o offers-database
              if offers-ok
                  move function trim(application-key-buffer trailing) to offer-key
                  read offers-database
                      key is offer-key
                      invalid key
                          move "Offer record disappeared - contact the operator." to output-buffer
                          perform outputLine
                          close offers-database
                          exit paragraph
                  end-read
                  if ofr-choice = 'A'
                      move "ACCEPTED" to offer-status
                  else
                      move "DECLINED" to offer-status
                  end-if
                  move function current-date(1:8) to offer-decided-date
                  if ofr-held
                      move 'Y' to offer-renege-flag
                      move function current-date(1:8) to offer-renege-date
                      move ofr-held-key to offer-renege-of-key
                      move ofr-held-employer to offer-renege-of-employer
                      move ofr-held-title to offer-renege-of-title
                  end-if
                  rewrite offer-record
                  close offers-database
                  move current-user to audit-actor
                  move "offers-database.dat" to audit-file-name
                  move offer-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              else
                  close offers-database
                  move "Unable to open the offers database." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              if offer-accepted
                  move "Congratulations - offer accepted!" to output-buffer
                  perform outputLine
                  if ofr-held
                      perform offerNotifyRenege
                  end-if
                  *> Close the posting if the employer asked for that
                  if offer-close-posting = 'Y'
                      move 0 to cls-count
                      open i-o job-database
                      if job-database-ok
                          move function trim(offer-job-key trailing) to job-key
                          read job-database
                              key is job-key
                              invalid key
                                  continue
                              not invalid key
                                  move "CLOSED" to job-status
                                  move function current-date(1:8) to job-updated-date
                                  rewrite job-record
                                  move current-user to audit-actor
                                  move "job-database.dat" to audit-file-name
                                  move job-key to audit-record-key
                                  move "REWRITE" to audit-action
                                  perform recordAuditEvent
                                  *> The other open applications are
                                  *> closed out as filled - only the
                                  *> accepted one stays as it is
                                  move "FILLED" to cls-reason
                                  move job-creator to cls-actor
                                  move offer-key to cls-skip-key
                                  perform closeOutPosting
                          end-read
                      end-if
                      close job-database
                      if cls-count > 0
                          move cls-count to cls-count-disp
                          move spaces to message-content-buffer
                          string "Your posting " delimited by size
                                 function trim(offer-job-title trailing) delimited by size
                                 " has been filled and closed. " delimited by size
                                 function trim(cls-count-disp leading) delimited by size
                                 " other open application(s) were closed; please review the applicants'" delimited by size
                                 " notices under Manage My Postings before they are sent." delimited by size
                                 into message-content-buffer
                          end-string
                          move current-user to message-sender-buffer
                          move offer-employer to message-recipient-buffer
                          perform saveMessage
                      end-if
                  end-if
              else
                  move "Offer declined." to output-buffer
                  perform outputLine
              end-if

              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " has " delimited by size
                     function trim(offer-status trailing) delimited by size
                     " the offer for " delimited by size
                     function trim(offer-job-title trailing) delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move offer-employer to message-recipient-buffer
              perform saveMessage
              exit.

*> Paragraph: offerFindHeldAcceptance
*> Purpose:   Looks for an offer current-user has already ACCEPTED,
*>            other than the one being answered
*> Input:     current-user, ofr-this-key
*> Output:    ofr-held-flag, ofr-held-key/-employer/-title
       offerFindHeldAcceptance.
              move 'N' to ofr-held-flag
              open input offers-database
              if offers-ok
                  move spaces to offer-key
                  string function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         into offer-key
                  end-string
                  start offers-database key is not less than offer-key
                      invalid key
                          continue
                  end-start
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(offer-username trailing) not =
                                 function trim(current-user trailing)
                                  exit perform
                              end-if
                              if offer-accepted and offer-key not = ofr-this-key
                                  move 'Y' to ofr-held-flag
                                  move offer-key to ofr-held-key
                                  move offer-employer to ofr-held-employer
                                  move offer-job-title to ofr-held-title
                                  exit perform
                              end-if
                      end-read
                  end-perform
              end-if
              close offers-database
              exit.

*> Paragraph: offerNotifyRenege
*> Purpose:   Tells every advisor with current-user on their caseload
*>            that the student has accepted a second offer
*> Input:     offer-record (the offer just accepted), ofr-held-*
*> Output:    None
       offerNotifyRenege.
              move 0 to ofr-advisor-count
              open input advisor-caseload
              if caseload-ok
                  perform until caseload-status not = "00"
                      read advisor-caseload next record
                          at end
                              exit perform
                          not at end
                              if function trim(caseload-student trailing) =
                                 function trim(current-user trailing)
                                  add 1 to ofr-advisor-count
                                  move spaces to message-content-buffer
                                  string function trim(current-user trailing) delimited by size
                                         " has accepted the offer for " delimited by size
                                         function trim(offer-job-title trailing) delimited by size
                                         " from " delimited by size
                                         function trim(offer-employer trailing) delimited by size
                                         " while already holding an accepted offer for " delimited by size
                                         function trim(ofr-held-title trailing) delimited by size
                                         " from " delimited by size
                                         function trim(ofr-held-employer trailing) delimited by size
                                         "." delimited by size
                                         into message-content-buffer
                                  end-string
                                  move "CAREER SERVICES" to message-sender-buffer
                                  move caseload-advisor to message-recipient-buffer
                                  move 'Y' to message-priority-flag
                                  move "Advisee offer renege" to message-spool-subject
                                  move spaces to notify-class-buffer
                                  perform saveMessage
                              end-if
                      end-read
                  end-perform
              end-if
              close advisor-caseload
              exit.

*>*******************************************************************
*> Offer deadlines (batch job OFFERS, part of the nightly chain) - a
*> PENDING offer past its response deadline becomes EXPIRED and both
*> the student and the employer are told; one still open but within
*> ofr-remind-days of the deadline gets the student a single reminder
*>*******************************************************************
       offerDeadlineSweep.
              move 0 to ofr-checked-count
              move 0 to ofr-expired-count
              move 0 to ofr-reminded-count
              move bdt-business-date to ofr-today

              open i-o offers-database
              if offers-ok
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              if offer-pending and offer-deadline is numeric
                                  add 1 to ofr-checked-count
                                  perform offerSweepOne
                              end-if
                      end-read
                  end-perform
              end-if
              close offers-database

              move ofr-expired-count to ofr-count-disp
              move spaces to output-buffer
              string "Offer deadline pass complete: " delimited by size
                     function trim(ofr-count-disp leading) delimited by size
                     " expired, " delimited by size
                     into output-buffer
              end-string
              move ofr-reminded-count to ofr-count-disp
              string function trim(output-buffer trailing) delimited by size
                     " " delimited by size
                     function trim(ofr-count-disp leading) delimited by size
                     " reminder(s) spooled." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: offerSweepOne
*> Purpose:   Expires or reminds on the PENDING offer just read
*> Input:     offer-record (offers-database open i-o), ofr-today
*> Output:    ofr-expired-count, ofr-reminded-count
       offerSweepOne.
              move ofr-today to date-ymd-work
              move offer-deadline to date-ymd-work-2
              compute offer-days-left =
                  function integer-of-date(date-ymd-work-2)
                  - function integer-of-date(date-ymd-work)

              if offer-days-left < 0
                  move "EXPIRED" to offer-status
                  move ofr-today to offer-decided-date
                  rewrite offer-record
                  if offers-status not = "00"
                      exit paragraph
                  end-if
                  add 1 to ofr-expired-count
                  move "OFFERS" to audit-actor
                  move "offers-database.dat" to audit-file-name
                  move offer-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent

                  move offer-username to message-recipient-buffer
                  move spaces to message-content-buffer
                  string "Your offer for " delimited by size
                         function trim(offer-job-title trailing) delimited by size
                         " from " delimited by size
                         function trim(offer-employer trailing) delimited by size
                         " expired unanswered at its " delimited by size
                         offer-deadline delimited by size
                         " deadline." delimited by size
                         into message-content-buffer
                  end-string
                  move "Job offer expired" to message-spool-subject
                  move "OFFER" to notify-class-buffer
                  move spaces to spool-sender
                  perform queueMailSpool
                  move spaces to message-spool-subject

                  move offer-employer to message-recipient-buffer
                  move spaces to message-content-buffer
                  string "Your offer to " delimited by size
                         function trim(offer-username trailing) delimited by size
                         " for " delimited by size
                         function trim(offer-job-title trailing) delimited by size
                         " expired unanswered at its " delimited by size
                         offer-deadline delimited by size
                         " deadline." delimited by size
                         into message-content-buffer
                  end-string
                  move "Job offer expired" to message-spool-subject
                  move "OFFER" to notify-class-buffer
                  move spaces to spool-sender
                  perform queueMailSpool
                  move spaces to message-spool-subject
                  exit paragraph
              end-if

              if offer-days-left <= ofr-remind-days
              and function trim(offer-reminder-date trailing) = spaces
                  move ofr-today to offer-reminder-date
                  rewrite offer-record
                  if offers-status not = "00"
                      exit paragraph
                  end-if
                  add 1 to ofr-reminded-count
                  move "OFFERS" to audit-actor
                  move "offers-database.dat" to audit-file-name
                  move offer-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent

                  move offer-username to message-recipient-buffer
                  move spaces to message-content-buffer
                  string "Reminder: your offer for " delimited by size
                         function trim(offer-job-title trailing) delimited by size
                         " from " delimited by size
                         function trim(offer-employer trailing) delimited by size
                         " needs an answer by " delimited by size
                         offer-deadline delimited by size
                         " or it expires." delimited by size
                         into message-content-buffer
                  end-string
                  move "Job offer deadline approaching" to message-spool-subject
                  move "OFFER" to notify-class-buffer
                  move spaces to spool-sender
                  perform queueMailSpool
                  move spaces to message-spool-subject
              end-if
              exit.

*>*******************************************************************
*> Offer renege report - every accepted offer taken while the student
*> already held another, with counts by student and by the employer
*> whose accepted offer was gone back on
*>*******************************************************************
       offerRenegeReport.
              move 0 to ofr-renege-count
              move 0 to ofr-group-count
              move 'N' to ofr-groups-truncated-flag
              move "OFFER RENEGES" to rpt-name
              perform reportInit

              open input offers-database
              if offers-ok
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              if offer-is-renege
                                  add 1 to ofr-renege-count
                                  move spaces to output-buffer
                                  string offer-renege-date delimited by size
                                         "  " delimited by size
                                         function trim(offer-username trailing) delimited by size
                                         " went back on " delimited by size
                                         function trim(offer-renege-of-employer trailing) delimited by size
                                         " (" delimited by size
                                         function trim(offer-renege-of-title trailing) delimited by size
                                         ") for " delimited by size
                                         function trim(offer-employer trailing) delimited by size
                                         " (" delimited by size
                                         function trim(offer-job-title trailing) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform reportLine
                                  move "S" to ofr-bucket-kind
                                  move offer-username to ofr-bucket-key
                                  perform ofrAccumulate
                                  move "E" to ofr-bucket-kind
                                  move offer-renege-of-employer to ofr-bucket-key
                                  perform ofrAccumulate
                              end-if
                      end-read
                  end-perform
              end-if
              close offers-database

              if ofr-renege-count = 0
                  move "No reneges on file." to output-buffer
                  perform reportLine
                  perform reportEnd
                  exit paragraph
              end-if
              move ofr-renege-count to ofr-count-disp
              move spaces to output-buffer
              string "Total reneges: " delimited by size
                     function trim(ofr-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform reportLine
              if ofr-groups-truncated-flag = 'Y'
                  move "WARNING: more students/employers than the report holds - the breakdowns are truncated." to output-buffer
                  perform reportLine
              end-if
              move "By student:" to output-buffer
              perform reportLine
              move "S" to ofr-bucket-kind
              perform ofrPrintGroups
              move "By employer reneged on:" to output-buffer
              perform reportLine
              move "E" to ofr-bucket-kind
              perform ofrPrintGroups
              perform reportEnd
              exit.

*> Paragraph: ofrAccumulate
*> Purpose:   Counts one renege against the row for ofr-bucket-kind /
*>            ofr-bucket-key, opening the row on first sight
*> Input:     ofr-bucket-kind, ofr-bucket-key
*> Output:    ofr-group-table
       ofrAccumulate.
              perform varying ofr-gdx from 1 by 1 until ofr-gdx > ofr-group-count
                  if ofr-group-kind(ofr-gdx) = ofr-bucket-kind
                  and ofr-group-key(ofr-gdx) = ofr-bucket-key
                      add 1 to ofr-group-n(ofr-gdx)
                      exit paragraph
                  end-if
              end-perform
              if ofr-group-count >= ofr-group-max
                  move 'Y' to ofr-groups-truncated-flag
                  exit paragraph
              end-if
              add 1 to ofr-group-count
              move ofr-bucket-kind to ofr-group-kind(ofr-group-count)
              move ofr-bucket-key to ofr-group-key(ofr-group-count)
              move 1 to ofr-group-n(ofr-group-count)
              exit.

*> Paragraph: ofrPrintGroups
*> Purpose:   Prints the renege counts of one kind
*> Input:     ofr-bucket-kind, ofr-group-table
*> Output:    None
       ofrPrintGroups.
              perform varying ofr-gdx from 1 by 1 until ofr-gdx > ofr-group-count
                  if ofr-group-kind(ofr-gdx) = ofr-bucket-kind
                      move ofr-group-n(ofr-gdx) to ofr-count-disp
                      move spaces to output-buffer
                      string "  " delimited by size
                             function trim(ofr-group-key(ofr-gdx) trailing) delimited by size
                             ": " delimited by size
                             function trim(ofr-count-disp leading) delimited by size
                             " renege(s)" delimited by size
                             into output-buffer
                      end-string
                      perform reportLine
                  end-if
              end-perform
              exit.

*>*******************************************************************
*> Company profile lookups and pages - the employer entity behind the
*> free-text job-employer field
*>*******************************************************************

*> Paragraph: findCompany
*> Purpose:   Looks up one company profile by its normalized key
*> Input:     company-key-buffer (upper-cased trimmed company name)
*> Output:    company-found-flag, company-record when found
       findCompany.
              move 'N' to company-found-flag
              open input company-database
              if company-db-ok
                  move function trim(company-key-buffer trailing) to company-key
                  read company-database
                      key is company-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to company-found-flag
                  end-read
              end-if
              close company-database
              exit.

*> Paragraph: checkCompanyMember
*> Purpose:   Sets is-company-member when cmb-check-user holds a
*>            membership record under cmb-check-company
*> Input:     cmb-check-company, cmb-check-user
*> Output:    cmb-member-flag
       checkCompanyMember.
              move 'N' to cmb-member-flag
              open input company-members
              if company-members-ok
                  move spaces to member-key
                  string function trim(cmb-check-company trailing) delimited by size
                         "|" delimited by size
                         function trim(cmb-check-user trailing) delimited by size
                         into member-key
                  end-string
                  read company-members
                      key is member-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to cmb-member-flag
                  end-read
              end-if
              close company-members
              exit.

*> Paragraph: checkPostingAccess
*> Purpose:   Decides whether current-user may manage the posting
*>            loaded in job-record - its creator always can, and so
*>            can any member of the company its job-company-key names,
*>            so a recruiter's vacation no longer strands a listing
*> Input:     job-record, current-user
*> Output:    posting-access-flag
       checkPostingAccess.
              move 'N' to posting-access-flag
              if function trim(job-creator trailing) = function trim(current-user trailing)
                  move 'Y' to posting-access-flag
                  exit paragraph
              end-if
              if function trim(job-company-key trailing) not = spaces
              and function trim(current-user trailing) not = spaces
                  move job-company-key to cmb-check-company
                  move current-user to cmb-check-user
                  perform checkCompanyMember
                  if is-company-member
                      move 'Y' to posting-access-flag
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Company membership management (operator) - lists the EMPLOYER
*> accounts linked to one company page and adds or removes links
*> Input: company-key-buffer (company-record already loaded)
*>*******************************************************************
       manageCompanyMembers.
              move spaces to output-buffer
              string "--- Members of " delimited by size
                     function trim(company-name trailing) delimited by size
                     " ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move 0 to cmb-list-count

              open input company-members
              if company-members-ok
                  perform until company-members-status not = "00"
                      read company-members next record
                          at end
                              exit perform
                          not at end
                              if function trim(member-company trailing) =
                                 function trim(company-key-buffer trailing)
                              and cmb-list-count < 50
                                  add 1 to cmb-list-count
                                  move member-username to cmb-list-name-entry(cmb-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(cmb-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(member-username trailing) delimited by size
                                         " (added " delimited by size
                                         member-added-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close company-members

              if cmb-list-count = 0
                  move "No accounts are linked to this company yet." to output-buffer
                  perform outputLine
              end-if
              move "[a] Add a member  [r] Remove a number  [q] Back" to output-buffer
              perform outputLine
              move choice-prompt to input-prompt
              perform readInputLine
              move input-buffer(1:1) to menu-choice

              evaluate true
                  when menu-choice = 'a' or menu-choice = 'A'
                      move "Employer username to link: " to input-prompt
                      perform readInputLine
                      move function upper-case(function trim(input-buffer trailing)) to buffer-acct-username
                      perform findAcct
                      if not acct-found
                          move "User not found." to output-buffer
                          perform outputLine
                          exit paragraph
                      end-if
                      if not acct-employer
                          move "Only EMPLOYER accounts can be linked to a company page." to output-buffer
                          perform outputLine
                          exit paragraph
                      end-if
                      open i-o company-members
                      if company-members-missing
                          open output company-members
                          close company-members
                          open i-o company-members
                      end-if
                      if company-members-ok
                          initialize member-record
                          move spaces to member-key
                          string function trim(company-key-buffer trailing) delimited by size
                                 "|" delimited by size
                                 function trim(buffer-acct-username trailing) delimited by size
                                 into member-key
                          end-string
                          move company-key-buffer to member-company
                          move buffer-acct-username to member-username
                          move function current-date(1:8) to member-added-date
                          write member-record
                          if company-members-ok
                              perform setAuditActor
                              move "company-members.dat" to audit-file-name
                              move member-key to audit-record-key
                              move "WRITE" to audit-action
                              perform recordAuditEvent
                              move "Member added." to output-buffer
                              perform outputLine
                          else
                              move "That account is already a member." to output-buffer
                              perform outputLine
                          end-if
                      end-if
                      close company-members
                  when menu-choice = 'r' or menu-choice = 'R'
                      move "Number to remove:" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      move function trim(input-buffer trailing) to cmb-selected-index
                      if cmb-selected-index >= 1 and cmb-selected-index <= cmb-list-count
                          open i-o company-members
                          if company-members-ok
                              move spaces to member-key
                              string function trim(company-key-buffer trailing) delimited by size
                                     "|" delimited by size
                                     function trim(cmb-list-name-entry(cmb-selected-index) trailing) delimited by size
                                     into member-key
                              end-string
                              delete company-members
                                  invalid key
                                      move "Could not remove that member." to output-buffer
                                      perform outputLine
                                  not invalid key
                                      perform setAuditActor
                                      move "company-members.dat" to audit-file-name
                                      move member-key to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                      move "Member removed." to output-buffer
                                      perform outputLine
                              end-delete
                          end-if
                          close company-members
                      else
                          move "Invalid selection." to output-buffer
                          perform outputLine
                      end-if
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: createCompanyProfile
*> Purpose:   Captures and stores a company profile under
*>            company-key-buffer
*> Input:     company-key-buffer
*> Output:    company-found-flag 'Y' once the record is written
       createCompanyProfile.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o company-database
              if company-file-missing
                  open output company-database
                  close company-database
                  open i-o company-database
              end-if
              if not company-db-ok
                  move "Unable to open company database." to output-buffer
                  perform outputLine
                  close company-database
                  exit paragraph
              end-if

              initialize company-record
              move function trim(company-key-buffer trailing) to company-key
              move "Company name (as it should display): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to company-name
              move "Industry: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to company-industry
              move "Headquarters location: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to company-location
              move "Company description: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to company-description
              move "Website: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to company-website
              move "Contact (name/email): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to company-contact
              move function current-date(1:8) to company-created-date
              *> Whoever typed this in is not the verifier - the page
              *> waits in the operator's verification queue
              move 'N' to company-verified
              move spaces to company-verified-date
              move cmp-session-campus to cmp-check-campus
              perform campusNormalize
              move cmp-check-campus to company-campus

              write company-record
              if company-db-ok
                  move 'Y' to company-found-flag
                  move current-user to audit-actor
                  move "company-database.dat" to audit-file-name
                  move company-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "Company page created." to output-buffer
                  perform outputLine
              else
                  move "Failed to save the company page." to output-buffer
                  perform outputLine
              end-if
              close company-database

              *> The employer who created the page becomes its first
              *> member, so colleagues added later share its postings
              if company-found and session-employer
              and function trim(current-user trailing) not = spaces
                  open i-o company-members
                  if company-members-missing
                      open output company-members
                      close company-members
                      open i-o company-members
                  end-if
                  if company-members-ok
                      initialize member-record
                      move spaces to member-key
                      string function trim(company-key-buffer trailing) delimited by size
                             "|" delimited by size
                             function trim(current-user trailing) delimited by size
                             into member-key
                      end-string
                      move company-key-buffer to member-company
                      move current-user to member-username
                      move function current-date(1:8) to member-added-date
                      write member-record
                      if company-members-ok
                          move current-user to audit-actor
                          move "company-members.dat" to audit-file-name
                          move member-key to audit-record-key
                          move "WRITE" to audit-action
                          perform recordAuditEvent
                      end-if
                  end-if
                  close company-members
              end-if
              exit.

*>*******************************************************************
*> Company verification queue - lists every UNVERIFIED company with
*> the contact and website the operator is expected to confirm, and
*> records the verification decision on the company record. A DRAFT
*> posting cannot go PUBLISHED while its job-company-key points at an
*> unverified company (enforced in editJobPosting).
*>*******************************************************************
       reviewCompanyQueue.
              move "--- Company Verification Queue ---" to output-buffer
              perform outputLine
              move 0 to cvq-list-count

              open input company-database
              if company-db-ok
                  perform until company-database-status not = "00"
                      read company-database next record
                          at end
                              exit perform
                          not at end
                              move company-campus to cmp-check-campus
                              perform campusStaffInScope
                              if not company-is-verified
                              and cmp-in-scope
                              and cvq-list-count < 50
                                  add 1 to cvq-list-count
                                  move company-key to cvq-list-key-entry(cvq-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(cvq-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(company-name trailing) delimited by size
                                         " (created " delimited by size
                                         company-created-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                                  move spaces to output-buffer
                                  string "    Contact: " delimited by size
                                         function trim(company-contact trailing) delimited by size
                                         "   Website: " delimited by size
                                         function trim(company-website trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close company-database

              if cvq-list-count = 0
                  move "No companies are waiting for verification." to output-buffer
                  perform outputLine
              end-if

              move "Enter number to mark verified, m <company> to manage its members (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              if input-buffer(1:2) = 'm ' or input-buffer(1:2) = 'M '
                  move function upper-case(function trim(input-buffer(3:) trailing)) to company-key-buffer
                  perform findCompany
                  perform campusStaffCompanyGate
                  if company-found
                      perform manageCompanyMembers
                  else
                      move "No company page is on file under that name." to output-buffer
                      perform outputLine
                  end-if
                  exit paragraph
              end-if
              if cvq-list-count = 0
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to cvq-selected-index
              if cvq-selected-index < 1 or cvq-selected-index > cvq-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Confirm you have checked the contact and website." to output-buffer
              perform outputLine
              perform confirmAction
              if not action-confirmed
                  move "Company left unverified." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o company-database
              if company-db-ok
                  move cvq-list-key-entry(cvq-selected-index) to company-key
                  read company-database
                      key is company-key
                      invalid key
                          move "That company is no longer on file." to output-buffer
                          perform outputLine
                      not invalid key
                          move 'Y' to company-verified
                          move function current-date(1:8) to company-verified-date
                          rewrite company-record
                          perform setAuditActor
                          move "company-database.dat" to audit-file-name
                          move company-key to audit-record-key
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                          move "Company verified - its postings may now be published." to output-buffer
                          perform outputLine
                  end-read
              end-if
              close company-database
              exit.

*> Paragraph: viewCompanyPage
*> Purpose:   Shows one company's profile plus every currently
*>            PUBLISHED posting linked to it (legacy postings with no
*>            company link are matched on the employer text)
*> Input:     company-key-buffer
*> Output:    None
       viewCompanyPage.
              perform findCompany
              if not company-found
                  move "No company page is on file for this employer." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "--- Company Page ---" to output-buffer
              perform outputLine
              move spaces to output-buffer
              string "Company: " delimited by size
                     function trim(company-name trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              string "Industry: " delimited by size
                     function trim(company-industry trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              string "Location: " delimited by size
                     function trim(company-location trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if function trim(company-description trailing) not = spaces
                  move spaces to output-buffer
                  string "About: " delimited by size
                         function trim(company-description trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if function trim(company-website trailing) not = spaces
                  move spaces to output-buffer
                  string "Website: " delimited by size
                         function trim(company-website trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if function trim(company-contact trailing) not = spaces
                  move spaces to output-buffer
                  string "Contact: " delimited by size
                         function trim(company-contact trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if

              move "Current openings:" to output-buffer
              perform outputLine
              move 0 to company-listing-count
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              perform campusJobVisible
                              if job-open
                              and cmp-visible
                              and (function trim(job-company-key trailing) =
                                   function trim(company-key-buffer trailing)
                                   or function upper-case(function trim(job-employer trailing)) =
                                      function trim(company-key-buffer trailing))
                                  add 1 to company-listing-count
                                  if company-listing-count <= 100
                                      move function trim(job-key trailing)
                                          to job-key-entry(company-listing-count)
                                  end-if
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(company-listing-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(job-title trailing) delimited by size
                                         " (" delimited by size
                                         function trim(job-location trailing) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database

              if company-listing-count = 0
                  move "No published listings right now." to output-buffer
                  perform outputLine
              end-if
              perform showCompanyReviews
              move "--------------------" to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> Employer relationship log - career-services staff (operators and
*> advisors) record every call, site visit, fair commitment and
*> complaint against the company page, with an optional follow-up
*> date. The company history screen puts the log beside what the
*> files already say about the employer - its postings, the hires
*> it made, the fairs it attended and how quickly it answers
*> applicants - and each sign-in lists the staff member's follow-ups
*> that have come due.
*>*******************************************************************

*> Paragraph: employerRelationsLog
*> Purpose:   Staff entry point - a company's history and contact log,
*>            or the office's open follow-ups
*> Input:     ecl-staff-id, ecl-staff-kind
*> Output:    None
       employerRelationsLog.
              perform until not valid-read
                  move "--- Employer Relationship Log ---" to output-buffer
                  perform outputLine
                  move "[1] Company History and Contact Log" to output-buffer
                  perform outputLine
                  move "[2] Open Follow-ups (all staff)" to output-buffer
                  perform outputLine
                  move "[q] Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = '1'
                          perform eclOpenCompany
                      when input-buffer(1:1) = '2'
                          move 'N' to ecl-mine-only-flag
                          move 'N' to ecl-due-only-flag
                          perform eclFollowUpList
                      when input-buffer(1:1) = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid choice. Please try again." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: eclOpenCompany
*> Purpose:   Finds the company page, then shows its history and
*>            takes new log entries until the staff member is done
*> Input:     ecl-staff-id, ecl-staff-kind
*> Output:    None
       eclOpenCompany.
              move "Company name: " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to company-key-buffer
              if company-key-buffer = spaces
                  exit paragraph
              end-if
              perform findCompany
              perform campusStaffCompanyGate
              if not company-found
                  move "No company page is on file under that name." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform until not valid-read
                  perform eclCompanyHistory
                  move "[l] Log a contact  [f] Close a follow-up  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 'l' or input-buffer(1:1) = 'L'
                          perform eclLogContact
                      when input-buffer(1:1) = 'f' or input-buffer(1:1) = 'F'
                          perform eclCloseFollowUp
                      when other
                          exit perform
                  end-evaluate
              end-perform
              exit.

*> Paragraph: eclCompanyHistory
*> Purpose:   The company history screen - profile, contact log,
*>            postings, hires, fair attendance and responsiveness
*> Input:     company-key-buffer (company-record loaded)
*> Output:    ecl-list-* table (the log entries as numbered)
       eclCompanyHistory.
              move function current-date(1:8) to ecl-today
              move spaces to output-buffer
              string "--- Company History: " delimited by size
                     function trim(company-name trailing) delimited by size
                     " ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              if company-is-verified
                  string "Verified " delimited by size
                         company-verified-date delimited by size
                         "   Contact: " delimited by size
                         function trim(company-contact trailing) delimited by size
                         into output-buffer
                  end-string
              else
                  string "Not yet verified   Contact: " delimited by size
                         function trim(company-contact trailing) delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              perform eclShowLog
              perform eclShowPostings
              perform eclShowHires
              perform eclShowFairs
              perform eclShowResponsiveness
              move "--------------------" to output-buffer
              perform outputLine
              exit.

*> Paragraph: eclShowLog
*> Purpose:   Lists the company's contact log, oldest first, numbered
*>            so a follow-up can be closed off by number
*> Input:     company-key-buffer
*> Output:    ecl-list-* table
       eclShowLog.
              move "Contact log:" to output-buffer
              perform outputLine
              move 0 to ecl-list-count
              move 0 to ecl-shown
              open input employer-contacts
              if employer-contact-ok
                  move company-key-buffer to ecl-company-key
                  move 0 to ecl-seq
                  start employer-contacts key is not less than ecl-key
                      invalid key
                          continue
                  end-start
                  perform until employer-contact-status not = "00"
                      read employer-contacts next record
                          at end
                              exit perform
                          not at end
                              if ecl-company-key not = company-key-buffer
                                  exit perform
                              end-if
                              add 1 to ecl-shown
                              if ecl-list-count < 50
                                  add 1 to ecl-list-count
                                  move ecl-key to ecl-list-key-entry(ecl-list-count)
                              end-if
                              move ecl-shown to ecl-count-disp
                              perform eclFormatEntry
                      end-read
                  end-perform
              end-if
              close employer-contacts
              if ecl-list-count = 0
                  move "  Nothing logged yet." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: eclFormatEntry
*> Purpose:   Prints one log entry - "[n] date TYPE by staff: notes"
*>            and, under it, its follow-up when there is one
*> Input:     employer-contact-record, ecl-count-disp
*> Output:    None
       eclFormatEntry.
              move spaces to output-buffer
              string "  [" delimited by size
                     function trim(ecl-count-disp leading) delimited by size
                     "] " delimited by size
                     ecl-contact-date delimited by size
                     " " delimited by size
                     function trim(ecl-type trailing) delimited by size
                     " by " delimited by size
                     function trim(ecl-staff trailing) delimited by size
                     ": " delimited by size
                     function trim(ecl-notes trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if ecl-follow-up-date = spaces
                  exit paragraph
              end-if
              move spaces to output-buffer
              if ecl-follow-up-done
                  string "      Follow-up " delimited by size
                         ecl-follow-up-date delimited by size
                         " - done " delimited by size
                         ecl-done-date delimited by size
                         " by " delimited by size
                         function trim(ecl-done-by trailing) delimited by size
                         into output-buffer
                  end-string
              else
                  if ecl-follow-up-date < ecl-today
                      string "      Follow-up " delimited by size
                             ecl-follow-up-date delimited by size
                             " - OVERDUE" delimited by size
                             into output-buffer
                      end-string
                  else
                      string "      Follow-up " delimited by size
                             ecl-follow-up-date delimited by size
                             " - open" delimited by size
                             into output-buffer
                      end-string
                  end-if
              end-if
              perform outputLine
              exit.

*> Paragraph: eclJobMatchesCompany
*> Purpose:   Decides whether the posting in job-record belongs to the
*>            company - its company link, or its employer text as on
*>            the company page
*> Input:     job-record, company-key-buffer
*> Output:    ecl-match-flag
       eclJobMatchesCompany.
              move 'N' to ecl-match-flag
              if function trim(job-company-key trailing) =
                 function trim(company-key-buffer trailing)
              or function upper-case(function trim(job-employer trailing)) =
                 function trim(company-key-buffer trailing)
                  move 'Y' to ecl-match-flag
              end-if
              exit.

*> Paragraph: eclShowPostings
*> Purpose:   Counts the company's postings - live, open now, and
*>            swept to the archive - and lists the open ones
*> Input:     company-key-buffer
*> Output:    None
       eclShowPostings.
              move 0 to ecl-job-total
              move 0 to ecl-job-open-count
              move 0 to ecl-job-archived
              move "Postings:" to output-buffer
              perform outputLine
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              perform eclJobMatchesCompany
                              if ecl-match
                                  add 1 to ecl-job-total
                                  if job-open
                                      add 1 to ecl-job-open-count
                                      move spaces to output-buffer
                                      string "  Open: " delimited by size
                                             function trim(job-title trailing) delimited by size
                                             " (posted " delimited by size
                                             job-created-date delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              open input job-archive
              if job-archive-ok
                  perform until job-archive-status not = "00"
                      read job-archive next record
                          at end
                              exit perform
                          not at end
                              move jobarc-record to job-record
                              perform eclJobMatchesCompany
                              if ecl-match
                                  add 1 to ecl-job-archived
                              end-if
                      end-read
                  end-perform
              end-if
              close job-archive
              move ecl-job-total to ecl-count-disp
              move ecl-job-open-count to ecl-count-disp-2
              move ecl-job-archived to ecl-count-disp-3
              move spaces to output-buffer
              string "  " delimited by size
                     function trim(ecl-count-disp leading) delimited by size
                     " on file (" delimited by size
                     function trim(ecl-count-disp-2 leading) delimited by size
                     " open), " delimited by size
                     function trim(ecl-count-disp-3 leading) delimited by size
                     " archived" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: eclShowHires
*> Purpose:   Lists the accepted offers made through the company's
*>            postings
*> Input:     company-key-buffer
*> Output:    None
       eclShowHires.
              move 0 to ecl-hire-count
              move "Hires:" to output-buffer
              perform outputLine
              open input offers-database
              if offers-ok
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              if offer-accepted
                                  *> crvFindJobCompany works from the
                                  *> application fields
                                  move offer-job-key to application-job-key
                                  move offer-employer to application-employer
                                  perform crvFindJobCompany
                                  if function trim(crv-app-company trailing) =
                                     function trim(company-key-buffer trailing)
                                      add 1 to ecl-hire-count
                                      move spaces to output-buffer
                                      string "  " delimited by size
                                             function trim(offer-username trailing) delimited by size
                                             " - " delimited by size
                                             function trim(offer-job-title trailing) delimited by size
                                             ", accepted " delimited by size
                                             offer-decided-date delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close offers-database
              if ecl-hire-count = 0
                  move "  No accepted offers on file." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: eclShowFairs
*> Purpose:   Lists the career fairs the company registered a booth at
*>            and how each registration ended
*> Input:     company-key-buffer
*> Output:    None
       eclShowFairs.
              move 0 to ecl-fair-count
              move "Career fairs:" to output-buffer
              perform outputLine
              open input fair-booths
              if booth-ok
                  perform until fair-booth-status not = "00"
                      read fair-booths next record
                          at end
                              exit perform
                          not at end
                              if fbt-company-key = company-key-buffer
                                  add 1 to ecl-fair-count
                                  move fbt-event-key to fair-event-key
                                  perform fairLoadEvent
                                  if not fair-event-found
                                      move fbt-event-key to event-title
                                      move spaces to event-date
                                  end-if
                                  move spaces to output-buffer
                                  if fbt-approved
                                      string "  " delimited by size
                                             function trim(event-title trailing) delimited by size
                                             " (" delimited by size
                                             event-date delimited by size
                                             "): booth " delimited by size
                                             function trim(fbt-booth-number trailing) delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "  " delimited by size
                                             function trim(event-title trailing) delimited by size
                                             " (" delimited by size
                                             event-date delimited by size
                                             "): " delimited by size
                                             function trim(fbt-status trailing) delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close fair-booths
              if ecl-fair-count = 0
                  move "  No fair registrations on file." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: eclShowResponsiveness
*> Purpose:   The company's median days from application to first
*>            decision, measured as the responsiveness report does,
*>            and how many applications are still waiting on it
*> Input:     company-key-buffer
*> Output:    None
       eclShowResponsiveness.
              move 0 to med-count
              move 0 to ecl-decided-count
              move 0 to ecl-waiting-count
              open input application-database
              if application-ok
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              perform eclTallyApplication
                      end-read
                  end-perform
              end-if
              close application-database
              open input application-archive
              if application-archive-ok
                  perform until application-archive-status not = "00"
                      read application-archive next record
                          at end
                              exit perform
                          not at end
                              move apparc-record to application-record
                              perform eclTallyApplication
                      end-read
                  end-perform
              end-if
              close application-archive
              perform computeMedian
              move ecl-decided-count to ecl-count-disp
              move ecl-waiting-count to ecl-count-disp-2
              move spaces to output-buffer
              if ecl-decided-count = 0
                  string "Responsiveness: no decided applications yet; " delimited by size
                         function trim(ecl-count-disp-2 leading) delimited by size
                         " waiting" delimited by size
                         into output-buffer
                  end-string
              else
                  move med-result to ecl-count-disp-3
                  string "Responsiveness: " delimited by size
                         function trim(ecl-count-disp-3 leading) delimited by size
                         " day(s) median to first decision over " delimited by size
                         function trim(ecl-count-disp leading) delimited by size
                         " application(s); " delimited by size
                         function trim(ecl-count-disp-2 leading) delimited by size
                         " waiting" delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              exit.

*> Paragraph: eclTallyApplication
*> Purpose:   Counts one application for the company towards its
*>            responsiveness - days to first decision when decided,
*>            otherwise waiting
*> Input:     application-record, company-key-buffer
*> Output:    med-* table, ecl-decided-count, ecl-waiting-count
       eclTallyApplication.
              *> Closing out a posting is not a decision on the
              *> applicant
              if application-closed
                  exit paragraph
              end-if
              perform crvFindJobCompany
              if function trim(crv-app-company trailing) not =
                 function trim(company-key-buffer trailing)
                  exit paragraph
              end-if
              if application-status-date is not numeric
              or application-created-date is not numeric
                  if application-submitted
                      add 1 to ecl-waiting-count
                  end-if
                  exit paragraph
              end-if
              add 1 to ecl-decided-count
              move application-created-date to date-ymd-work
              move application-status-date to date-ymd-work-2
              compute ecl-days =
                  function integer-of-date(date-ymd-work-2)
                  - function integer-of-date(date-ymd-work)
              if ecl-days < 0
                  move 0 to ecl-days
              end-if
              if med-count < 200
                  add 1 to med-count
                  move ecl-days to med-value-entry(med-count)
              end-if
              exit.

*> Paragraph: eclReadDate
*> Purpose:   Reads a YYYYMMDD date for the prompt already set; blank
*>            is allowed and returned as spaces
*> Input:     input-prompt
*> Output:    ecl-date-work, ecl-ok-flag
       eclReadDate.
              move 'N' to ecl-ok-flag
              move spaces to ecl-date-work
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move 'Y' to ecl-ok-flag
                  exit paragraph
              end-if
              if function trim(input-buffer trailing) is numeric
              and function length(function trim(input-buffer trailing)) = 8
                  if function test-date-yyyymmdd(function numval(input-buffer)) = 0
                      move function trim(input-buffer trailing) to ecl-date-work
                      move 'Y' to ecl-ok-flag
                  end-if
              end-if
              if not ecl-input-ok
                  move "Please enter the date as YYYYMMDD." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: eclNextSeq
*> Purpose:   Finds the next free entry number in the company's log
*> Input:     company-key-buffer (employer-contacts open)
*> Output:    ecl-next-seq
       eclNextSeq.
              move 1 to ecl-next-seq
              move company-key-buffer to ecl-company-key
              move 0 to ecl-seq
              start employer-contacts key is not less than ecl-key
                  invalid key
                      exit paragraph
              end-start
              perform until employer-contact-status not = "00"
                  read employer-contacts next record
                      at end
                          exit perform
                      not at end
                          if ecl-company-key not = company-key-buffer
                              exit perform
                          end-if
                          compute ecl-next-seq = ecl-seq + 1
                  end-read
              end-perform
              exit.

*> Paragraph: eclLogContact
*> Purpose:   Records one interaction with the company, with an
*>            optional follow-up date
*> Input:     company-key-buffer, ecl-staff-id, ecl-staff-kind
*> Output:    employer-contacts.dat
       eclLogContact.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move function current-date(1:8) to ecl-today
              move "Date of the contact (YYYYMMDD, blank = today): " to input-prompt
              perform eclReadDate
              if not ecl-input-ok
                  exit paragraph
              end-if
              if ecl-date-work = spaces
                  move ecl-today to ecl-date-work
              end-if
              if ecl-date-work > ecl-today
                  move "A contact cannot be logged for a date still to come - use the follow-up date." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              initialize employer-contact-record
              move ecl-date-work to ecl-contact-date

              move "Type: [1] Call  [2] Email  [3] Site visit  [4] Meeting  [5] Fair commitment  [6] Complaint  [7] Other" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate input-buffer(1:1)
                  when '1'
                      move "CALL" to ecl-type
                  when '2'
                      move "EMAIL" to ecl-type
                  when '3'
                      move "SITE-VISIT" to ecl-type
                  when '4'
                      move "MEETING" to ecl-type
                  when '5'
                      move "FAIR" to ecl-type
                  when '6'
                      move "COMPLAINT" to ecl-type
                  when '7'
                      move "OTHER" to ecl-type
                  when other
                      move "Invalid choice - nothing logged." to output-buffer
                      perform outputLine
                      exit paragraph
              end-evaluate

              move "Notes: " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move "Notes are required - nothing logged." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to ecl-notes

              move "Follow up by (YYYYMMDD, blank = no follow-up): " to input-prompt
              perform eclReadDate
              if not ecl-input-ok
                  exit paragraph
              end-if
              if ecl-date-work not = spaces
                  if ecl-date-work < ecl-contact-date
                      move "The follow-up date cannot be before the contact - nothing logged." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
                  move ecl-date-work to ecl-follow-up-date
                  move "OPEN" to ecl-follow-up-status
              end-if
              move ecl-staff-id to ecl-staff
              move ecl-staff-kind to ecl-staff-role
              move ecl-today to ecl-logged-date
              move employer-contact-record to ecl-hold-record

              open i-o employer-contacts
              if employer-contact-missing
                  open output employer-contacts
                  close employer-contacts
                  open i-o employer-contacts
              end-if
              if not employer-contact-ok
                  move "Unable to open the employer contact log." to output-buffer
                  perform outputLine
                  close employer-contacts
                  exit paragraph
              end-if
              perform eclNextSeq
              move ecl-hold-record to employer-contact-record
              move company-key-buffer to ecl-company-key
              move ecl-next-seq to ecl-seq
              write employer-contact-record
              if employer-contact-ok
                  move ecl-staff-id to audit-actor
                  move "employer-contacts.dat" to audit-file-name
                  move ecl-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "Contact logged." to output-buffer
              else
                  move "Failed to save the contact." to output-buffer
              end-if
              perform outputLine
              close employer-contacts
              exit.

*> Paragraph: eclCloseFollowUp
*> Purpose:   Marks the open follow-up on one numbered log entry done
*> Input:     ecl-list-* table, ecl-staff-id
*> Output:    employer-contacts.dat
       eclCloseFollowUp.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              if ecl-list-count = 0
                  move "Nothing is logged for this company." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Entry number whose follow-up is done: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to ecl-selected-index
              if ecl-selected-index < 1 or ecl-selected-index > ecl-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open i-o employer-contacts
              if not employer-contact-ok
                  close employer-contacts
                  exit paragraph
              end-if
              move ecl-list-key-entry(ecl-selected-index) to ecl-key
              read employer-contacts
                  key is ecl-key
                  invalid key
                      move spaces to ecl-follow-up-status
              end-read
              if not ecl-follow-up-open
                  move "That entry has no open follow-up." to output-buffer
                  perform outputLine
                  close employer-contacts
                  exit paragraph
              end-if
              move "DONE" to ecl-follow-up-status
              move function current-date(1:8) to ecl-done-date
              move ecl-staff-id to ecl-done-by
              rewrite employer-contact-record
              if employer-contact-ok
                  move ecl-staff-id to audit-actor
                  move "employer-contacts.dat" to audit-file-name
                  move ecl-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "Follow-up closed." to output-buffer
              else
                  move "Failed to update the entry." to output-buffer
              end-if
              perform outputLine
              close employer-contacts
              exit.

*> Paragraph: eclFollowUpList
*> Purpose:   Lists open follow-ups across every company - all of
*>            them, or (at sign-in) just the staff member's own that
*>            have come due, with a count of the office's other
*>            overdue ones
*> Input:     ecl-staff-id, ecl-mine-only-flag, ecl-due-only-flag
*> Output:    None
       eclFollowUpList.
              move function current-date(1:8) to ecl-today
              move 0 to ecl-shown
              move 0 to ecl-other-overdue
              open input employer-contacts
              if employer-contact-ok
                  perform until employer-contact-status not = "00"
                      read employer-contacts next record
                          at end
                              exit perform
                          not at end
                              if ecl-follow-up-open
                                  perform eclFollowUpLine
                              end-if
                      end-read
                  end-perform
              end-if
              close employer-contacts
              if ecl-mine-only
                  if ecl-other-overdue > 0
                      move ecl-other-overdue to ecl-count-disp
                      move spaces to output-buffer
                      string function trim(ecl-count-disp leading) delimited by size
                             " other employer follow-up(s) across the office are overdue." delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
                  exit paragraph
              end-if
              if ecl-shown = 0
                  move "No open employer follow-ups." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: eclFollowUpLine
*> Purpose:   Prints one open follow-up when it passes the list's
*>            filters, or counts it among the office's overdue ones
*> Input:     employer-contact-record, list filters
*> Output:    ecl-shown, ecl-other-overdue
       eclFollowUpLine.
              if ecl-due-only and ecl-follow-up-date > ecl-today
                  exit paragraph
              end-if
              if ecl-mine-only
              and function trim(ecl-staff trailing) not = function trim(ecl-staff-id trailing)
                  if ecl-follow-up-date < ecl-today
                      add 1 to ecl-other-overdue
                  end-if
                  exit paragraph
              end-if
              add 1 to ecl-shown
              if ecl-shown = 1
                  move "--- Employer Follow-ups ---" to output-buffer
                  perform outputLine
              end-if
              if ecl-follow-up-date < ecl-today
                  move "OVERDUE" to ecl-due-word
              else
                  move "Due" to ecl-due-word
              end-if
              move spaces to output-buffer
              string "  " delimited by size
                     function trim(ecl-due-word trailing) delimited by size
                     " " delimited by size
                     ecl-follow-up-date delimited by size
                     " " delimited by size
                     function trim(ecl-company-key trailing) delimited by size
                     " (" delimited by size
                     function trim(ecl-type trailing) delimited by size
                     " " delimited by size
                     ecl-contact-date delimited by size
                     ", " delimited by size
                     function trim(ecl-staff trailing) delimited by size
                     "): " delimited by size
                     function trim(ecl-notes trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: eclFollowUpsAtSignIn
*> Purpose:   The sign-in reminder - the staff member's own employer
*>            follow-ups due today or overdue
*> Input:     ecl-staff-id
*> Output:    None
       eclFollowUpsAtSignIn.
              move 'Y' to ecl-mine-only-flag
              move 'Y' to ecl-due-only-flag
              perform eclFollowUpList
              exit.

*>*******************************************************************
*> Student reviews of employers. A student or alumnus whose
*> application at a company reached an interview or an offer may
*> leave one review there - interview experience, communication and
*> overall ratings plus a comment. Every review waits on the
*> moderation queue until an operator publishes it; the company page
*> shows the averages and comments, without the writer's name, only
*> once enough are published. The company's own members may post
*> one public answer under each published review.
*>*******************************************************************

*> Paragraph: crvCheckEligible
*> Purpose:   Decides whether current-user may review the company -
*>            any application of theirs, live or archived, for one of
*>            its postings that got as far as an interview or an offer
*> Input:     current-user, company-key-buffer
*> Output:    crv-eligible-flag, crv-found-relationship
       crvCheckEligible.
              move 'N' to crv-eligible-flag
              move spaces to crv-found-relationship
              open input application-database
              if application-ok
                  move spaces to application-key
                  string function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         into application-key
                  end-string
                  start application-database key is not less than application-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(application-username trailing) not =
                                 function trim(current-user trailing)
                                  exit perform
                              end-if
                              perform crvCheckOneApplication
                      end-read
                  end-perform
              end-if
              close application-database

              open input application-archive
              if application-archive-ok
                  move spaces to apparc-key
                  string function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         into apparc-key
                  end-string
                  start application-archive key is not less than apparc-key
                      invalid key
                          continue
                  end-start
                  perform until application-archive-status not = "00"
                      read application-archive next record
                          at end
                              exit perform
                          not at end
                              move apparc-record to application-record
                              if function trim(application-username trailing) not =
                                 function trim(current-user trailing)
                                  exit perform
                              end-if
                              perform crvCheckOneApplication
                      end-read
                  end-perform
              end-if
              close application-archive
              if crv-found-relationship not = spaces
                  move 'Y' to crv-eligible-flag
              end-if
              exit.

*> Paragraph: crvCheckOneApplication
*> Purpose:   Counts one application towards review eligibility when
*>            it is for the company and reached interview or offer.
*>            An ACCEPTED one outranks an interview.
*> Input:     application-record, company-key-buffer
*> Output:    crv-found-relationship
       crvCheckOneApplication.
              if crv-found-relationship = "ACCEPTED"
                  exit paragraph
              end-if
              perform crvFindJobCompany
              if function trim(crv-app-company trailing) not =
                 function trim(company-key-buffer trailing)
                  exit paragraph
              end-if
              if application-accepted
                  move "ACCEPTED" to crv-found-relationship
                  exit paragraph
              end-if
              if application-interviewing
                  move "INTERVIEWED" to crv-found-relationship
                  exit paragraph
              end-if
              *> Rejected or closed after an interview still counts
              open input interview-database
              if interview-db-ok
                  move application-key to interview-key
                  read interview-database
                      key is interview-key
                      invalid key
                          continue
                      not invalid key
                          move "INTERVIEWED" to crv-found-relationship
                  end-read
              end-if
              close interview-database
              exit.

*> Paragraph: crvFindJobCompany
*> Purpose:   Works out which company an application's posting
*>            belongs to - its company link, else its employer text,
*>            looking in the live file then the archive
*> Input:     application-record
*> Output:    crv-app-company
       crvFindJobCompany.
              move function upper-case(function trim(application-employer trailing)) to crv-app-company
              move 'N' to crv-job-found-flag
              open input job-database
              if job-database-ok
                  move application-job-key to job-key
                  read job-database
                      key is job-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to crv-job-found-flag
                  end-read
              end-if
              close job-database
              if not crv-job-found
                  open input job-archive
                  if job-archive-ok
                      move application-job-key to jobarc-key
                      read job-archive
                          key is jobarc-key
                          invalid key
                              continue
                          not invalid key
                              move jobarc-record to job-record
                              move 'Y' to crv-job-found-flag
                      end-read
                  end-if
                  close job-archive
              end-if
              if crv-job-found
                  if function trim(job-company-key trailing) not = spaces
                      move job-company-key to crv-app-company
                  else
                      move function upper-case(function trim(job-employer trailing)) to crv-app-company
                  end-if
              end-if
              exit.

*> Paragraph: writeCompanyReview
*> Purpose:   Takes current-user's review of the company and queues it
*>            for the operator. A rejected review may be written again;
*>            a pending or published one may not.
*> Input:     company-key-buffer, current-user
*> Output:    company-reviews.dat, moderation-queue.dat
       writeCompanyReview.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform crvCheckEligible
              if not crv-eligible
                  move "Reviews come from students whose application here reached an interview or an offer." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o company-reviews
              if company-review-missing
                  open output company-reviews
                  close company-reviews
                  open i-o company-reviews
              end-if
              if not company-review-ok
                  move "Unable to open the company reviews file." to output-buffer
                  perform outputLine
                  close company-reviews
                  exit paragraph
              end-if
              move 'N' to crv-existing-flag
              move company-key-buffer to crv-company-key
              move current-user to crv-username
              read company-reviews
                  key is crv-key
                  invalid key
                      continue
                  not invalid key
                      move 'Y' to crv-existing-flag
              end-read
              if crv-existing and not crv-rejected
                  move "You have already reviewed this company." to output-buffer
                  perform outputLine
                  close company-reviews
                  exit paragraph
              end-if

              initialize company-review-record
              move company-key-buffer to crv-company-key
              move current-user to crv-username
              move crv-found-relationship to crv-relationship
              move "Interview experience rating 1 (poor) to 5 (excellent): " to input-prompt
              perform readInputLine
              if input-buffer(1:1) >= '1' and input-buffer(1:1) <= '5'
                  move input-buffer(1:1) to crv-interview-rating
              end-if
              move "Communication rating 1 to 5: " to input-prompt
              perform readInputLine
              if input-buffer(1:1) >= '1' and input-buffer(1:1) <= '5'
                  move input-buffer(1:1) to crv-comm-rating
              end-if
              move "Overall rating 1 to 5: " to input-prompt
              perform readInputLine
              if input-buffer(1:1) >= '1' and input-buffer(1:1) <= '5'
                  move input-buffer(1:1) to crv-overall-rating
              end-if
              if crv-interview-rating = 0 or crv-comm-rating = 0 or crv-overall-rating = 0
                  move "Each rating must be 1 to 5 - review not saved." to output-buffer
                  perform outputLine
                  close company-reviews
                  exit paragraph
              end-if
              move "Comments: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to crv-comment
              move "PENDING" to crv-status
              move function current-date(1:8) to crv-submitted-date

              if crv-existing
                  rewrite company-review-record
                  move "REWRITE" to audit-action
              else
                  write company-review-record
                  move "WRITE" to audit-action
              end-if
              if not company-review-ok
                  move "Failed to save the review." to output-buffer
                  perform outputLine
                  close company-reviews
                  exit paragraph
              end-if
              move current-user to audit-actor
              move "company-reviews.dat" to audit-file-name
              move crv-key to audit-record-key
              perform recordAuditEvent
              close company-reviews

              perform crvQueueForModeration
              move "Thank you - your review will appear once career services has approved it." to output-buffer
              perform outputLine
              exit.

*> Paragraph: crvQueueForModeration
*> Purpose:   Puts a REVIEW entry on the moderation queue for the
*>            review just written
*> Input:     company-review-record
*> Output:    moderation-queue.dat
       crvQueueForModeration.
              open i-o moderation-queue
              if moderation-file-missing
                  open output moderation-queue
                  close moderation-queue
                  open i-o moderation-queue
              end-if
              if not moderation-ok
                  close moderation-queue
                  exit paragraph
              end-if
              move 0 to mod-next-id
              perform until moderation-status not = "00"
                  read moderation-queue next record
                      at end
                          exit perform
                      not at end
                          if mod-key > mod-next-id
                              move mod-key to mod-next-id
                          end-if
                  end-read
              end-perform
              initialize moderation-record
              compute mod-key = mod-next-id + 1
              move crv-username to mod-reporter
              move "REVIEW" to mod-target-type
              move spaces to mod-target-key
              string function trim(crv-company-key trailing) delimited by size
                     "|" delimited by size
                     function trim(crv-username trailing) delimited by size
                     into mod-target-key
              end-string
              move spaces to mod-reason
              string "review of " delimited by size
                     function trim(crv-company-key trailing) delimited by size
                     " awaiting approval" delimited by size
                     into mod-reason
              end-string
              move function current-date(1:8) to mod-report-date
              move "OPEN" to mod-status
              write moderation-record
              if moderation-ok
                  move crv-username to audit-actor
                  move "moderation-queue.dat" to audit-file-name
                  move mod-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close moderation-queue
              exit.

*> Paragraph: showQueuedReview
*> Purpose:   Prints a queued review for the operator's decision
*> Input:     mod-target-key (company|student)
*> Output:    crv-existing-flag (Y while still PENDING), crv-key
       showQueuedReview.
              move 'N' to crv-existing-flag
              move spaces to crv-key
              unstring mod-target-key delimited by "|"
                  into crv-company-key crv-username
              end-unstring
              open input company-reviews
              if company-review-ok
                  read company-reviews
                      key is crv-key
                      invalid key
                          continue
                      not invalid key
                          if crv-pending
                              move 'Y' to crv-existing-flag
                          end-if
                  end-read
              end-if
              close company-reviews
              if not crv-existing
                  move "The review is no longer awaiting approval." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move spaces to output-buffer
              string "Review of " delimited by size
                     function trim(crv-company-key trailing) delimited by size
                     " by " delimited by size
                     function trim(crv-username trailing) delimited by size
                     " (" delimited by size
                     function trim(crv-relationship trailing) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              string "Interview " delimited by size
                     crv-interview-rating delimited by size
                     "/5, communication " delimited by size
                     crv-comm-rating delimited by size
                     "/5, overall " delimited by size
                     crv-overall-rating delimited by size
                     "/5" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              string "Comments: " delimited by size
                     function trim(crv-comment trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: decideCompanyReview
*> Purpose:   Stamps the operator's publish / reject decision on the
*>            queued review
*> Input:     crv-key, crv-decision
*> Output:    company-reviews.dat
       decideCompanyReview.
              open i-o company-reviews
              if company-review-ok
                  read company-reviews
                      key is crv-key
                      invalid key
                          close company-reviews
                          exit paragraph
                  end-read
                  move crv-decision to crv-status
                  move function current-date(1:8) to crv-decided-date
                  move operator-id to crv-decided-by
                  rewrite company-review-record
                  if company-review-ok
                      move operator-id to audit-actor
                      move "company-reviews.dat" to audit-file-name
                      move crv-key to audit-record-key
                      move "REWRITE" to audit-action
                      perform recordAuditEvent
                  end-if
              end-if
              close company-reviews
              exit.

*> Paragraph: showCompanyReviews
*> Purpose:   The reviews section of the company page - averages and
*>            anonymous comments with any employer answer, once enough
*>            reviews are published
*> Input:     company-key-buffer
*> Output:    None
       showCompanyReviews.
              move 0 to crv-published-count
              move 0 to crv-sum-interview
              move 0 to crv-sum-comm
              move 0 to crv-sum-overall
              open input company-reviews
              if company-review-ok
                  move company-key-buffer to crv-company-key
                  move spaces to crv-username
                  start company-reviews key is not less than crv-key
                      invalid key
                          continue
                  end-start
                  perform until company-review-status not = "00"
                      read company-reviews next record
                          at end
                              exit perform
                          not at end
                              if crv-company-key not = company-key-buffer
                                  exit perform
                              end-if
                              if crv-published
                                  add 1 to crv-published-count
                                  add crv-interview-rating to crv-sum-interview
                                  add crv-comm-rating to crv-sum-comm
                                  add crv-overall-rating to crv-sum-overall
                              end-if
                      end-read
                  end-perform
              end-if
              close company-reviews

              move "Student reviews:" to output-buffer
              perform outputLine
              if crv-published-count = 0
                  move "No student reviews yet." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if crv-published-count < crv-min-reviews
                  move crv-min-reviews to crv-count-disp
                  move spaces to output-buffer
                  string "Ratings show once " delimited by size
                         function trim(crv-count-disp leading) delimited by size
                         " students have reviewed this company." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  exit paragraph
              end-if

              compute crv-avg rounded = crv-sum-interview / crv-published-count
              move crv-avg to crv-avg-interview-disp
              compute crv-avg rounded = crv-sum-comm / crv-published-count
              move crv-avg to crv-avg-comm-disp
              compute crv-avg rounded = crv-sum-overall / crv-published-count
              move crv-avg to crv-avg-overall-disp
              move crv-published-count to crv-count-disp
              move spaces to output-buffer
              string "Overall " delimited by size
                     crv-avg-overall-disp delimited by size
                     "/5, interview experience " delimited by size
                     crv-avg-interview-disp delimited by size
                     "/5, communication " delimited by size
                     crv-avg-comm-disp delimited by size
                     "/5 (" delimited by size
                     function trim(crv-count-disp leading) delimited by size
                     " reviews)" delimited by size
                     into output-buffer
              end-string
              perform outputLine

              open input company-reviews
              if company-review-ok
                  move company-key-buffer to crv-company-key
                  move spaces to crv-username
                  start company-reviews key is not less than crv-key
                      invalid key
                          continue
                  end-start
                  perform until company-review-status not = "00"
                      read company-reviews next record
                          at end
                              exit perform
                          not at end
                              if crv-company-key not = company-key-buffer
                                  exit perform
                              end-if
                              if crv-published
                              and function trim(crv-comment trailing) not = spaces
                                  move spaces to output-buffer
                                  string "  - """ delimited by size
                                         function trim(crv-comment trailing) delimited by size
                                         """ (" delimited by size
                                         crv-overall-rating delimited by size
                                         "/5)" delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                                  if function trim(crv-response trailing) not = spaces
                                      move spaces to output-buffer
                                      string "    Employer response: " delimited by size
                                             function trim(crv-response trailing) delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close company-reviews
              exit.

*> Paragraph: respondToCompanyReview
*> Purpose:   Lets a member of the company post its one public answer
*>            under a published review that has none yet
*> Input:     company-key-buffer, current-user
*> Output:    company-reviews.dat
       respondToCompanyReview.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move 0 to crv-list-count
              open input company-reviews
              if company-review-ok
                  move company-key-buffer to crv-company-key
                  move spaces to crv-username
                  start company-reviews key is not less than crv-key
                      invalid key
                          continue
                  end-start
                  perform until company-review-status not = "00"
                      read company-reviews next record
                          at end
                              exit perform
                          not at end
                              if crv-company-key not = company-key-buffer
                                  exit perform
                              end-if
                              if crv-published
                              and function trim(crv-response trailing) = spaces
                              and crv-list-count < 50
                                  add 1 to crv-list-count
                                  move crv-username to crv-list-user-entry(crv-list-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(crv-list-count leading) delimited by size
                                         "] " delimited by size
                                         crv-overall-rating delimited by size
                                         "/5 - " delimited by size
                                         function trim(crv-comment trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close company-reviews
              if crv-list-count = 0
                  move "No published reviews are waiting for an answer." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to answer (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to crv-selected-index
              if crv-selected-index < 1 or crv-selected-index > crv-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Your public response: " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces or not valid-read
                  move "No response given." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o company-reviews
              if not company-review-ok
                  close company-reviews
                  exit paragraph
              end-if
              move company-key-buffer to crv-company-key
              move crv-list-user-entry(crv-selected-index) to crv-username
              read company-reviews
                  key is crv-key
                  invalid key
                      move "The review is no longer on file." to output-buffer
                      perform outputLine
                      close company-reviews
                      exit paragraph
              end-read
              if function trim(crv-response trailing) not = spaces
                  move "This review has already been answered." to output-buffer
                  perform outputLine
                  close company-reviews
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to crv-response
              move current-user to crv-response-by
              move function current-date(1:8) to crv-response-date
              rewrite company-review-record
              if company-review-ok
                  move current-user to audit-actor
                  move "company-reviews.dat" to audit-file-name
                  move crv-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "Response posted." to output-buffer
                  perform outputLine
              end-if
              close company-reviews
              exit.

*>*******************************************************************
*> Company Search - substring match against company names, then opens
*> the chosen company page
*>*******************************************************************
       searchCompanies.
              move "Enter a company name to search for:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to buffer-keyword

              move 0 to company-match-count
              open input company-database
              if company-db-ok
                  perform until company-database-status not = "00"
                      read company-database next record
                          at end
                              exit perform
                          not at end
                              move 0 to substr-count
                              inspect function upper-case(function trim(company-name trailing))
                                  tallying substr-count for all function trim(buffer-keyword trailing)
                              if substr-count > 0 and company-match-count < 50
                                  add 1 to company-match-count
                                  move company-key to company-match-key-entry(company-match-count)
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(company-match-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(company-name trailing) delimited by size
                                         " - " delimited by size
                                         function trim(company-industry trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close company-database

              if company-match-count = 0
                  move "No matching companies found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to view the company page (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to company-match-index
              if company-match-index >= 1 and company-match-index <= company-match-count
                  move company-match-key-entry(company-match-index) to company-key-buffer
                  perform viewCompanyPage
                  *> The page's numbered openings double as a details
                  *> entry point (crediting the COMPANY channel if an
                  *> application follows) - the selection lives here so
                  *> the page reached from inside job details stays a
                  *> plain display. Students and alumni may review the
                  *> company from the same prompt, and the company's own
                  *> members may answer a published review
                  move 'N' to crv-can-respond-flag
                  if session-employer
                      move company-key-buffer to cmb-check-company
                      move current-user to cmb-check-user
                      perform checkCompanyMember
                      if cmb-member-flag = 'Y'
                          move 'Y' to crv-can-respond-flag
                      end-if
                  end-if
                  evaluate true
                      when not company-found
                          exit paragraph
                      when session-student or session-alumni
                          move "Enter an opening number to view details, w to review this company (q to go back):" to output-buffer
                      when crv-can-respond
                          move "Enter an opening number to view details, r to answer a student review (q to go back):" to output-buffer
                      when company-listing-count > 0
                          move "Enter an opening number to view details (q to go back):" to output-buffer
                      when other
                          exit paragraph
                  end-evaluate
                  if company-found
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine
                      if (input-buffer(1:1) = 'w' or input-buffer(1:1) = 'W')
                      and (session-student or session-alumni)
                      and valid-read
                          perform writeCompanyReview
                          exit paragraph
                      end-if
                      if (input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R')
                      and crv-can-respond
                      and valid-read
                          perform respondToCompanyReview
                          exit paragraph
                      end-if
                      if input-buffer not = 'q' and valid-read
                          move function trim(input-buffer trailing) to selected-job-index
                          if selected-job-index >= 1
                          and selected-job-index <= company-listing-count
                          and selected-job-index <= 100
                              move job-key-entry(selected-job-index) to application-job-key-buffer
                              move "COMPANY" to application-source-buffer
                              perform viewJobDetails
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      end-if
                  end-if
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Recommended For You - scans job-database for postings whose
*> job-title/job-description text matches the logged-in student's own
*> profile-major/profile-university, showing a short pre-filtered list
*> before falling back to full browseJobs
*>*******************************************************************
       recommendedForYou.
              move current-user to buffer-acct-username
              perform findAcct
              move profile-major to recommend-major
              move profile-university to recommend-university
              move function current-date(1:8) to browse-today

              move "--- Recommended For You ---" to output-buffer
              perform outputLine

              *> Keyed reads through the posting index when it exists;
              *> the full scan stays as the un-indexed fallback
              move 0 to browse-index
              open input search-index
              if search-index-ok
                  close search-index
                  perform recommendForYouIndexed
              else
                  close search-index
                  perform recommendForYouScan
              end-if

              if browse-index = 0
                  move "No matching recommendations found for your major/university." to output-buffer
                  perform outputLine
              end-if

              move "Enter number to view details, or [b] to Browse All Jobs (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine

              evaluate true
                  when input-buffer = 'q' or not valid-read
                      continue
                  when input-buffer(1:1) = 'b' or input-buffer(1:1) = 'B'
                      perform browseJobs
                  when other
                      move function trim(input-buffer trailing) to selected-job-index
                      if selected-job-index >= 1 and selected-job-index <= browse-index
                          move job-key-entry(selected-job-index) to application-job-key-buffer
                          move "RECOMMEND" to application-source-buffer
                          perform viewJobDetails
                      else
                          move "Invalid selection." to output-buffer
                          perform outputLine
                      end-if
              end-evaluate
              exit.

*> Paragraph: recommendForYouIndexed
*> Purpose:   Collects candidate postings from the index tokens
*>            matching the student's major (university as a fallback),
*>            then verifies each one with a keyed read
*> Input:     recommend-major, recommend-university, browse-today
*> Output:    browse-index and the job-list tables, rows displayed
       recommendForYouIndexed.
              if function trim(recommend-major trailing) not = spaces
                  move recommend-major to jix-prefix-buffer
                  perform jobIndexCollectKeys
              else
                  move 0 to jix-count
              end-if
              if jix-count = 0
              and function trim(recommend-university trailing) not = spaces
                  move recommend-university to jix-prefix-buffer
                  perform jobIndexCollectKeys
              end-if
              if jix-count = 0
                  exit paragraph
              end-if

              open input job-database
              if job-database-ok
                  *> Featured postings first, then the rest
                  perform varying bil-pass from 1 by 1 until bil-pass > 2
                      perform varying jix-idx from 1 by 1
                          until jix-idx > jix-count or browse-index >= 10
                          move function trim(jix-key-entry(jix-idx) trailing) to job-key
                          read job-database
                              key is job-key
                              invalid key
                                  continue
                              not invalid key
                                  perform checkFeaturedPass
                                  perform campusJobVisible
                                  if job-open
                                  and cmp-visible
                                  and bil-pass-match
                                  and (function trim(job-expiration-date trailing) = spaces
                                       or job-expiration-date not < browse-today)
                                      *> The index matched only the first
                                      *> word of the major/university -
                                      *> re-apply the scan's full matching
                                      *> test before recommending
                                      move 0 to substr-count
                                      if function trim(recommend-major trailing) not = spaces
                                          inspect function trim(job-title trailing)
                                              tallying substr-count for all function trim(recommend-major trailing)
                                          if substr-count = 0
                                              inspect function trim(job-description trailing)
                                                  tallying substr-count for all function trim(recommend-major trailing)
                                          end-if
                                      end-if
                                      if substr-count = 0
                                      and function trim(recommend-university trailing) not = spaces
                                          inspect function trim(job-title trailing)
                                              tallying substr-count for all function trim(recommend-university trailing)
                                          if substr-count = 0
                                              inspect function trim(job-description trailing)
                                                  tallying substr-count for all function trim(recommend-university trailing)
                                          end-if
                                      end-if
                                      *> Nothing the student may not apply to
                                      if substr-count > 0
                                          move job-key to elg-lookup-key
                                          move current-user to elg-student
                                          perform checkJobEligibility
                                          if not elg-eligible
                                              move 0 to substr-count
                                          end-if
                                      end-if
                                      if substr-count > 0
                                          add 1 to browse-index
                                          move function trim(job-key trailing) to job-key-entry(browse-index)
                                          move job-title to job-title-entry(browse-index)
                                          move job-employer to job-employer-entry(browse-index)
                                          move job-location to job-location-entry(browse-index)
                                          move spaces to output-buffer
                                          string "[" delimited by size
                                                 function trim(browse-index leading) delimited by size
                                                 "] " delimited by size
                                                 function trim(job-title trailing) delimited by size
                                                 " at " delimited by size
                                                 function trim(job-employer trailing) delimited by size
                                                 " (" delimited by size
                                                 function trim(job-location trailing) delimited by size
                                                 ")" delimited by size
                                                 into output-buffer
                                          end-string
                                          if bil-is-featured
                                              string function trim(output-buffer trailing) delimited by size
                                                     " - FEATURED" delimited by size
                                                     into output-buffer
                                              end-string
                                          end-if
                                          perform outputLine
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  end-perform
              end-if
              close job-database
              exit.

*> Paragraph: recommendForYouScan
*> Purpose:   The original full-file matching scan, kept as the
*>            fallback when no search index is on disk
       recommendForYouScan.
              *> Featured postings first, then the rest
              perform varying bil-pass from 1 by 1 until bil-pass > 2
                  open input job-database
                  if job-database-ok
                      perform until job-database-status not = "00" or browse-index >= 10
                          read job-database next record
                              at end
                                  exit perform
                              not at end
                                  perform checkFeaturedPass
                                  perform campusJobVisible
                                  if job-open
                                  and cmp-visible
                                  and bil-pass-match
                                  and (function trim(job-expiration-date trailing) = spaces
                                       or job-expiration-date not < browse-today)
                                      move 0 to substr-count
                                      if function trim(recommend-major trailing) not = spaces
                                          inspect function trim(job-title trailing)
                                              tallying substr-count for all function trim(recommend-major trailing)
                                          if substr-count = 0
                                              inspect function trim(job-description trailing)
                                                  tallying substr-count for all function trim(recommend-major trailing)
                                          end-if
                                      end-if
                                      if substr-count = 0
                                      and function trim(recommend-university trailing) not = spaces
                                          inspect function trim(job-title trailing)
                                              tallying substr-count for all function trim(recommend-university trailing)
                                          if substr-count = 0
                                              inspect function trim(job-description trailing)
                                                  tallying substr-count for all function trim(recommend-university trailing)
                                          end-if
                                      end-if
                                      *> Nothing the student may not apply to
                                      if substr-count > 0
                                          move job-key to elg-lookup-key
                                          move current-user to elg-student
                                          perform checkJobEligibility
                                          if not elg-eligible
                                              move 0 to substr-count
                                          end-if
                                      end-if
                                      if substr-count > 0
                                          add 1 to browse-index
                                          move function trim(job-key trailing) to job-key-entry(browse-index)
                                          move job-title to job-title-entry(browse-index)
                                          move job-employer to job-employer-entry(browse-index)
                                          move job-location to job-location-entry(browse-index)

                                          move spaces to output-buffer
                                          string "[" delimited by size
                                                 function trim(browse-index leading) delimited by size
                                                 "] " delimited by size
                                                 function trim(job-title trailing) delimited by size
                                                 " at " delimited by size
                                                 function trim(job-employer trailing) delimited by size
                                                 " (" delimited by size
                                                 function trim(job-location trailing) delimited by size
                                                 ")" delimited by size
                                                 into output-buffer
                                          end-string
                                          if bil-is-featured
                                              string function trim(output-buffer trailing) delimited by size
                                                     " - FEATURED" delimited by size
                                                     into output-buffer
                                              end-string
                                          end-if
                                          perform outputLine
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  else
                      move "Job database is not available." to output-buffer
                      perform outputLine
                      move 2 to bil-pass
                  end-if
                  close job-database
              end-perform
              exit.

*>*******************************************************************
*> Scam-posting risk scoring. Company verification proves the
*> employer exists, not that the posting is honest, so every posting
*> on its way to going live - published or reopened in the editor,
*> or written by the feed import - is scored against the operator's
*> rule set. A score at or over the threshold holds the posting in
*> HELD, off the board, until the operator releases or rejects it.
*> Each scoring lands in risk-scores.dat for the weekly RISK report.
*>*******************************************************************

*> Paragraph: seedRiskRules
*> Purpose:   Writes the starter rule set the first time the file is
*>            found empty
*> Input:     risk-seed-table
*> Output:    None
       seedRiskRules.
              open i-o risk-rules
              if risk-rule-missing
                  open output risk-rules
                  close risk-rules
                  open i-o risk-rules
              end-if
              if not risk-rule-ok
                  close risk-rules
                  exit paragraph
              end-if
              read risk-rules next record
                  at end
                      perform varying risk-idx from 1 by 1 until risk-idx > 6
                          initialize risk-rule-record
                          move risk-seed-code(risk-idx) to rsk-code
                          move risk-seed-description(risk-idx) to rsk-description
                          move risk-seed-points(risk-idx) to rsk-points
                          move 'Y' to rsk-active
                          move risk-seed-limit-1(risk-idx) to rsk-limit-1
                          move risk-seed-limit-2(risk-idx) to rsk-limit-2
                          move risk-seed-words(risk-idx) to rsk-words
                          move "SYSTEM" to rsk-updated-by
                          move function current-date(1:8) to rsk-updated-date
                          write risk-rule-record
                      end-perform
              end-read
              close risk-rules
              exit.

*> Paragraph: scorePostingRisk
*> Purpose:   Scores the posting in job-record against every active
*>            rule. job-database must be open - the salary rule reads
*>            the other postings with the same title, and job-record
*>            is put back afterwards
*> Input:     job-record, risk-source
*> Output:    risk-score, risk-threshold, risk-hit table,
*>            risk-held-flag
       scorePostingRisk.
              move 0 to risk-score
              move 0 to risk-hit-count
              move spaces to risk-hit-table
              move 999 to risk-threshold
              move 'N' to risk-held-flag
              move spaces to risk-text
              string function upper-case(function trim(job-title trailing)) delimited by size
                     " " delimited by size
                     function upper-case(function trim(job-description trailing)) delimited by size
                     into risk-text
              end-string

              move job-company-key to company-key-buffer
              perform findCompany
              if company-found
                  move function upper-case(company-contact) to risk-contact
              else
                  move spaces to risk-contact
              end-if

              move 0 to risk-rule-count
              open input risk-rules
              if risk-rule-ok
                  perform until risk-rule-status not = "00"
                      read risk-rules next record
                          at end
                              exit perform
                          not at end
                              if rsk-code = "THRESHOLD"
                                  move rsk-points to risk-threshold
                              else
                                  if rsk-is-active and risk-rule-count < 10
                                      add 1 to risk-rule-count
                                      move risk-rule-record to risk-rule-entry(risk-rule-count)
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close risk-rules

              perform varying risk-rdx from 1 by 1 until risk-rdx > risk-rule-count
                  move risk-rule-entry(risk-rdx) to risk-rule-record
                  move 'N' to risk-fired-flag
                  evaluate rsk-code
                      when "SALARY-HIGH"
                          perform riskCheckSalary
                      when "PAY-TRAINING"
                      when "PAYMENT-APP"
                          move risk-text to risk-search-text
                          perform riskFindWords
                      when "FREE-MAIL"
                          move spaces to risk-search-text
                          string function trim(risk-text trailing) delimited by size
                                 " " delimited by size
                                 function trim(risk-contact trailing) delimited by size
                                 into risk-search-text
                          end-string
                          perform riskFindWords
                      when "UNVERIFIED"
                          if not company-found or not company-is-verified
                              move 'Y' to risk-fired-flag
                          end-if
                      when other
                          continue
                  end-evaluate
                  if risk-fired and risk-hit-count < 6
                      add 1 to risk-hit-count
                      move rsk-code to risk-hit-code(risk-hit-count)
                      move rsk-points to risk-hit-points(risk-hit-count)
                      add rsk-points to risk-score
                  end-if
              end-perform
              if risk-score > 999
                  move 999 to risk-score
              end-if
              if risk-score >= risk-threshold
                  move 'Y' to risk-held-flag
              end-if
              exit.

*> Paragraph: riskFindWords
*> Purpose:   Fires the current word rule when any of its phrases
*>            appears in risk-search-text
*> Input:     rsk-words, risk-search-text
*> Output:    risk-fired-flag
       riskFindWords.
              move spaces to risk-word-table
              unstring rsk-words delimited by "|"
                  into risk-word(1) risk-word(2) risk-word(3) risk-word(4)
                       risk-word(5) risk-word(6) risk-word(7) risk-word(8)
                       risk-word(9) risk-word(10)
              end-unstring
              perform varying risk-wdx from 1 by 1
                      until risk-wdx > 10 or risk-fired
                  if risk-word(risk-wdx) not = spaces
                      move function upper-case(function trim(risk-word(risk-wdx))) to risk-word(risk-wdx)
                      compute risk-len = function length(function trim(risk-word(risk-wdx)))
                      move 0 to risk-tally
                      inspect risk-search-text tallying risk-tally
                          for all risk-word(risk-wdx)(1:risk-len)
                      if risk-tally > 0
                          move 'Y' to risk-fired-flag
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: riskCheckSalary
*> Purpose:   Fires SALARY-HIGH when the posting's yearly pay is over
*>            rsk-limit-1 percent of the highest pay among at least
*>            rsk-limit-2 other postings with the same title
*> Input:     job-record, risk-rule-record (job-database open)
*> Output:    risk-fired-flag
       riskCheckSalary.
              if job-salary-min = 0
                  exit paragraph
              end-if
              move job-record to risk-job-save
              perform riskYearlyPay
              move risk-pay to risk-own-pay
              move function upper-case(function trim(job-title trailing)) to risk-title
              move 0 to risk-peer-count
              move 0 to risk-peer-max
              move low-values to job-key
              start job-database key is not less than job-key
                  invalid key
                      move "10" to job-database-status
              end-start
              perform until job-database-status not = "00"
                  read job-database next record
                      at end
                          exit perform
                      not at end
                          if function upper-case(function trim(job-title trailing)) = risk-title
                          and job-key not = risk-job-save(1:200)
                          and job-salary-min > 0
                          and (job-open or job-closed)
                              add 1 to risk-peer-count
                              perform riskYearlyPay
                              if risk-pay > risk-peer-max
                                  move risk-pay to risk-peer-max
                              end-if
                          end-if
                  end-read
              end-perform
              move risk-job-save to job-record
              move "00" to job-database-status
              if risk-peer-count >= rsk-limit-2 and risk-peer-count > 0
              and risk-own-pay * 100 > risk-peer-max * rsk-limit-1
                  move 'Y' to risk-fired-flag
              end-if
              exit.

*> Paragraph: riskYearlyPay
*> Purpose:   The top of the posting's pay range as a yearly figure
*> Input:     job-salary-min, job-salary-max, job-salary-period
*> Output:    risk-pay
       riskYearlyPay.
              if job-salary-max > job-salary-min
                  move job-salary-max to risk-pay
              else
                  move job-salary-min to risk-pay
              end-if
              evaluate true
                  when salary-hourly
                      compute risk-pay = risk-pay * 2080
                  when salary-monthly
                      compute risk-pay = risk-pay * 12
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: recordPostingRisk
*> Purpose:   Logs the scoring just made for the weekly report
*> Input:     job-record, risk-* results, risk-source,
*>            risk-release-status
*> Output:    None
       recordPostingRisk.
              open i-o risk-scores
              if risk-score-missing
                  open output risk-scores
                  close risk-scores
                  open i-o risk-scores
              end-if
              if not risk-score-ok
                  close risk-scores
                  exit paragraph
              end-if
              initialize risk-score-record
              move job-key to rsc-job-key
              move function current-date(1:14) to rsc-stamp
              move risk-source to rsc-source
              move job-title to rsc-job-title
              move job-company-key to rsc-company
              move risk-score to rsc-score
              move risk-threshold to rsc-threshold
              move risk-hit-table to rsc-hits
              if risk-held
                  move "HELD" to rsc-outcome
              else
                  move "PASSED" to rsc-outcome
              end-if
              move risk-release-status to rsc-release-status
              move function current-date(1:8) to rsc-scored-date
              write risk-score-record
              if risk-score-ok
                  if risk-source = "IMPORT"
                      move "FEED-IMPORT" to audit-actor
                  else
                      perform setAuditActor
                  end-if
                  move "risk-scores.dat" to audit-file-name
                  move rsc-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close risk-scores
              exit.

*> Paragraph: reviewHeldPostings
*> Purpose:   Operator screen - the postings held by the risk score,
*>            each released or rejected with a note to the poster,
*>            plus the rule settings and the weekly report
*> Input:     None
*> Output:    None
       reviewHeldPostings.
              perform until not valid-read
                  move "--- Held Postings (scam-risk review) ---" to output-buffer
                  perform outputLine
                  move 0 to risk-list-count
                  *> Campus staff see only their own campus's postings
                  move 'N' to risk-jobs-open-flag
                  open input job-database
                  if job-database-ok
                      move 'Y' to risk-jobs-open-flag
                  end-if
                  open input risk-scores
                  if risk-score-ok
                      perform until risk-score-status not = "00"
                          read risk-scores next record
                              at end
                                  exit perform
                              not at end
                                  move 'Y' to cmp-visible-flag
                                  if rsc-was-held and rsc-undecided
                                  and risk-jobs-open
                                      move rsc-job-key to job-key
                                      read job-database key is job-key
                                          invalid key
                                              continue
                                          not invalid key
                                              perform campusJobVisible
                                      end-read
                                  end-if
                                  if rsc-was-held and rsc-undecided
                                  and cmp-visible
                                  and risk-list-count < 50
                                      add 1 to risk-list-count
                                      move rsc-key to risk-list-key(risk-list-count)
                                      move risk-list-count to risk-num-disp
                                      move rsc-score to risk-score-disp
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(risk-num-disp leading) delimited by size
                                             "] " delimited by size
                                             function trim(rsc-job-title trailing) delimited by size
                                             " - " delimited by size
                                             function trim(rsc-company trailing) delimited by size
                                             ", score " delimited by size
                                             function trim(risk-score-disp leading) delimited by size
                                             " (" delimited by size
                                             function trim(rsc-source trailing) delimited by size
                                             " " delimited by size
                                             rsc-scored-date delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close risk-scores
                  close job-database
                  if risk-list-count = 0
                      move "No postings are held." to output-buffer
                      perform outputLine
                  end-if
                  move "Enter number to review, [u] Rule settings, [w] Weekly report, [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer = 'q' or input-buffer = 'Q'
                          exit perform
                      when input-buffer = 'u' or input-buffer = 'U'
                          perform manageRiskRules
                      when input-buffer = 'w' or input-buffer = 'W'
                          perform weeklyRiskReport
                      when other
                          move 0 to risk-pick
                          if function trim(input-buffer trailing) is numeric
                              move function numval(input-buffer) to risk-pick
                          end-if
                          if risk-pick >= 1 and risk-pick <= risk-list-count
                              perform decideHeldPosting
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                  end-evaluate
              end-perform
              exit.

*> Paragraph: decideHeldPosting
*> Purpose:   Shows one held posting with the rules it tripped, then
*>            releases it (to PUBLISHED, or DRAFT for a feed posting)
*>            or rejects it (CLOSED), and tells the poster
*> Input:     risk-list-key(risk-pick)
*> Output:    None
       decideHeldPosting.
              open input risk-scores
              move risk-list-key(risk-pick) to rsc-key
              read risk-scores key is rsc-key
                  invalid key
                      move spaces to rsc-key
              end-read
              close risk-scores
              if rsc-key = spaces
                  exit paragraph
              end-if
              open i-o job-database
              if not job-database-ok
                  close job-database
                  exit paragraph
              end-if
              move rsc-job-key to job-key
              read job-database key is job-key
                  invalid key
                      move "The posting is no longer on file." to output-buffer
                      perform outputLine
                      close job-database
                      move "REJECTED" to risk-decision
                      move "posting no longer on file" to risk-note
                      perform riskStampDecision
                      exit paragraph
              end-read
              perform campusJobVisible
              if not cmp-visible
                  move "That posting belongs to another campus." to output-buffer
                  perform outputLine
                  close job-database
                  exit paragraph
              end-if
              move spaces to output-buffer
              string function trim(job-title trailing) delimited by size
                     " at " delimited by size
                     function trim(job-employer trailing) delimited by size
                     " - " delimited by size
                     function trim(job-location trailing) delimited by size
                     ", " delimited by size
                     function trim(job-salary trailing) delimited by size
                     " (" delimited by size
                     function trim(job-status trailing) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              string "  " delimited by size
                     function trim(job-description trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move rsc-score to risk-score-disp
              move rsc-threshold to risk-threshold-disp
              move spaces to output-buffer
              string "Score " delimited by size
                     function trim(risk-score-disp leading) delimited by size
                     " against a threshold of " delimited by size
                     function trim(risk-threshold-disp leading) delimited by size
                     " - rules:" delimited by size
                     into output-buffer
              end-string
              perform varying risk-idx from 1 by 1 until risk-idx > 6
                  if rsc-hit-code(risk-idx) not = spaces
                      move rsc-hit-points(risk-idx) to risk-score-disp
                      string function trim(output-buffer trailing) delimited by size
                             " " delimited by size
                             function trim(rsc-hit-code(risk-idx) trailing) delimited by size
                             " +" delimited by size
                             function trim(risk-score-disp leading) delimited by size
                             into output-buffer
                      end-string
                  end-if
              end-perform
              perform outputLine
              if not job-held
                  move "The posting is no longer held - nothing to decide." to output-buffer
                  perform outputLine
                  close job-database
                  move "RELEASED" to risk-decision
                  move "posting no longer held" to risk-note
                  perform riskStampDecision
                  exit paragraph
              end-if
              move "[r] Release  [x] Reject  [q] Decide later" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                      move "RELEASED" to risk-decision
                      move rsc-release-status to job-status
                      if job-status = spaces
                          move "DRAFT" to job-status
                      end-if
                  when input-buffer(1:1) = 'x' or input-buffer(1:1) = 'X'
                      move "REJECTED" to risk-decision
                      move "CLOSED" to job-status
                  when other
                      close job-database
                      exit paragraph
              end-evaluate
              move "Note to the poster (optional): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to risk-note
              move function current-date(1:8) to job-updated-date
              rewrite job-record
              if job-database-ok
                  perform setAuditActor
                  move "job-database.dat" to audit-file-name
                  move job-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  if job-open
                      perform billPostingPublished
                  end-if
              end-if
              close job-database
              perform riskStampDecision

              move spaces to message-content-buffer
              if risk-decision = "RELEASED"
                  string "Your posting " delimited by size
                         function trim(job-title trailing) delimited by size
                         " has been reviewed and released" delimited by size
                         into message-content-buffer
                  end-string
                  if job-open
                      string function trim(message-content-buffer trailing) delimited by size
                             " - it is now live" delimited by size
                             into message-content-buffer
                      end-string
                  end-if
                  move "Posting released" to message-spool-subject
                  move "Posting released." to output-buffer
              else
                  string "Your posting " delimited by size
                         function trim(job-title trailing) delimited by size
                         " was not approved after review" delimited by size
                         into message-content-buffer
                  end-string
                  move "Posting not approved" to message-spool-subject
                  move "Posting rejected." to output-buffer
              end-if
              if risk-note not = spaces
                  string function trim(message-content-buffer trailing) delimited by size
                         ": " delimited by size
                         function trim(risk-note trailing) delimited by size
                         into message-content-buffer
                  end-string
              else
                  string function trim(message-content-buffer trailing) delimited by size
                         "." delimited by size
                         into message-content-buffer
                  end-string
              end-if
              perform outputLine
              move "CAREER SERVICES" to message-sender-buffer
              move job-creator to message-recipient-buffer
              move 'N' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              exit.

*> Paragraph: riskStampDecision
*> Purpose:   Records the operator's decision on the score row
*> Input:     rsc-key, risk-decision, risk-note
*> Output:    None
       riskStampDecision.
              open i-o risk-scores
              if risk-score-ok
                  read risk-scores key is rsc-key
                      invalid key
                          continue
                      not invalid key
                          move risk-decision to rsc-decision
                          move risk-note to rsc-decision-note
                          move current-user to rsc-decided-by
                          move function current-date(1:8) to rsc-decided-date
                          rewrite risk-score-record
                          perform setAuditActor
                          move "risk-scores.dat" to audit-file-name
                          move rsc-key to audit-record-key
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                  end-read
              end-if
              close risk-scores
              exit.

*> Paragraph: manageRiskRules
*> Purpose:   Operator maintenance of the rule set - points, on/off,
*>            limits and phrase lists, and the hold threshold
*> Input:     None
*> Output:    None
       manageRiskRules.
              perform until not valid-read
                  move "--- Scam-Risk Rules ---" to output-buffer
                  perform outputLine
                  move 0 to risk-list-count
                  open input risk-rules
                  if risk-rule-ok
                      perform until risk-rule-status not = "00"
                          read risk-rules next record
                              at end
                                  exit perform
                              not at end
                                  if risk-list-count < 50
                                      add 1 to risk-list-count
                                      move rsk-code to risk-list-key(risk-list-count)
                                      move risk-list-count to risk-num-disp
                                      move rsk-points to risk-score-disp
                                      move spaces to output-buffer
                                      if rsk-code = "THRESHOLD"
                                          string "[" delimited by size
                                                 function trim(risk-num-disp leading) delimited by size
                                                 "] THRESHOLD - hold at a score of " delimited by size
                                                 function trim(risk-score-disp leading) delimited by size
                                                 " or more" delimited by size
                                                 into output-buffer
                                          end-string
                                      else
                                          string "[" delimited by size
                                                 function trim(risk-num-disp leading) delimited by size
                                                 "] " delimited by size
                                                 function trim(rsk-code trailing) delimited by size
                                                 " +" delimited by size
                                                 function trim(risk-score-disp leading) delimited by size
                                                 " - " delimited by size
                                                 function trim(rsk-description trailing) delimited by size
                                                 into output-buffer
                                          end-string
                                          if not rsk-is-active
                                              string function trim(output-buffer trailing) delimited by size
                                                     " (off)" delimited by size
                                                     into output-buffer
                                              end-string
                                          end-if
                                      end-if
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close risk-rules
                  move "Enter number to change (q to go back): " to input-prompt
                  perform readInputLine
                  if input-buffer = 'q' or input-buffer = 'Q' or not valid-read
                      exit perform
                  end-if
                  move 0 to risk-pick
                  if function trim(input-buffer trailing) is numeric
                      move function numval(input-buffer) to risk-pick
                  end-if
                  if risk-pick >= 1 and risk-pick <= risk-list-count
                      perform editRiskRule
                  else
                      move "Invalid selection." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              exit.

*> Paragraph: editRiskRule
*> Purpose:   Changes one rule row - a blank answer keeps the value
*> Input:     risk-list-key(risk-pick)
*> Output:    None
       editRiskRule.
              open i-o risk-rules
              if not risk-rule-ok
                  close risk-rules
                  exit paragraph
              end-if
              move risk-list-key(risk-pick) to rsk-code
              read risk-rules key is rsk-code
                  invalid key
                      close risk-rules
                      exit paragraph
              end-read
              if rsk-code = "THRESHOLD"
                  move "Hold score (1-999, blank keeps): " to input-prompt
              else
                  move "Points (0-999, blank keeps): " to input-prompt
              end-if
              perform readInputLine
              if function trim(input-buffer trailing) is numeric
              and function length(function trim(input-buffer trailing)) <= 3
                  move function numval(input-buffer) to rsk-points
              end-if
              if rsk-code not = "THRESHOLD"
                  move "Rule on? (Y/N, blank keeps): " to input-prompt
                  perform readInputLine
                  if input-buffer(1:1) = 'Y' or input-buffer(1:1) = 'y'
                      move 'Y' to rsk-active
                  end-if
                  if input-buffer(1:1) = 'N' or input-buffer(1:1) = 'n'
                      move 'N' to rsk-active
                  end-if
              end-if
              if rsk-code = "SALARY-HIGH"
                  move "Percent of the highest same-title salary (blank keeps): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) is numeric
                  and function length(function trim(input-buffer trailing)) <= 5
                      move function numval(input-buffer) to rsk-limit-1
                  end-if
                  move "Fewest same-title postings to compare with (blank keeps): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) is numeric
                  and function length(function trim(input-buffer trailing)) <= 5
                      move function numval(input-buffer) to rsk-limit-2
                  end-if
              end-if
              if rsk-code = "PAY-TRAINING" or rsk-code = "PAYMENT-APP"
              or rsk-code = "FREE-MAIL"
                  move spaces to output-buffer
                  string "Phrases: " delimited by size
                         function trim(rsk-words trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move "New phrase list, separated by | (blank keeps): " to input-prompt
                  perform readInputLine
                  if input-buffer not = spaces
                      move function upper-case(function trim(input-buffer trailing)) to rsk-words
                  end-if
              end-if
              move current-user to rsk-updated-by
              move function current-date(1:8) to rsk-updated-date
              rewrite risk-rule-record
              if risk-rule-ok
                  perform setAuditActor
                  move "risk-rules.dat" to audit-file-name
                  move rsk-code to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "Rule updated." to output-buffer
                  perform outputLine
              end-if
              close risk-rules
              exit.

*> Paragraph: weeklyRiskReport
*> Purpose:   The last seven days of scoring - how many postings were
*>            scored, held, released and rejected, overall and by rule
*> Input:     None
*> Output:    risk-week-* counts
       weeklyRiskReport.
              move bdt-business-date to date-ymd-work
              compute date-int-work = function integer-of-date(date-ymd-work) - 6
              move function date-of-integer(date-int-work) to risk-week-from
              move 0 to risk-week-scored risk-week-held
              move 0 to risk-week-released risk-week-rejected risk-week-waiting
              move 0 to risk-wk-count
              move spaces to risk-week-table
              open input risk-scores
              if risk-score-ok
                  perform until risk-score-status not = "00"
                      read risk-scores next record
                          at end
                              exit perform
                          not at end
                              if rsc-scored-date not < risk-week-from
                                  perform riskTallyWeekRow
                              end-if
                      end-read
                  end-perform
              end-if
              close risk-scores

              move spaces to output-buffer
              string "--- Scam-Risk Weekly Report " delimited by size
                     risk-week-from delimited by size
                     " to " delimited by size
                     bdt-business-date delimited by size
                     " ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move risk-week-scored to risk-count-disp
              move spaces to output-buffer
              string "Scored: " delimited by size
                     function trim(risk-count-disp leading) delimited by size
                     into output-buffer
              end-string
              move risk-week-held to risk-count-disp
              string function trim(output-buffer trailing) delimited by size
                     "   Held: " delimited by size
                     function trim(risk-count-disp leading) delimited by size
                     into output-buffer
              end-string
              move risk-week-released to risk-count-disp
              string function trim(output-buffer trailing) delimited by size
                     "   Released: " delimited by size
                     function trim(risk-count-disp leading) delimited by size
                     into output-buffer
              end-string
              move risk-week-rejected to risk-count-disp
              string function trim(output-buffer trailing) delimited by size
                     "   Rejected: " delimited by size
                     function trim(risk-count-disp leading) delimited by size
                     into output-buffer
              end-string
              move risk-week-waiting to risk-count-disp
              string function trim(output-buffer trailing) delimited by size
                     "   Awaiting review: " delimited by size
                     function trim(risk-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "By rule (times fired / held / released / rejected):" to output-buffer
              perform outputLine
              if risk-wk-count = 0
                  move "  No rule fired this week." to output-buffer
                  perform outputLine
              end-if
              perform varying risk-idx from 1 by 1 until risk-idx > risk-wk-count
                  move risk-wk-fired(risk-idx) to risk-count-disp
                  move spaces to output-buffer
                  string "  " delimited by size
                         risk-wk-code(risk-idx) delimited by size
                         "  " delimited by size
                         function trim(risk-count-disp leading) delimited by size
                         into output-buffer
                  end-string
                  move risk-wk-held(risk-idx) to risk-count-disp
                  string function trim(output-buffer trailing) delimited by size
                         " / " delimited by size
                         function trim(risk-count-disp leading) delimited by size
                         into output-buffer
                  end-string
                  move risk-wk-released(risk-idx) to risk-count-disp
                  string function trim(output-buffer trailing) delimited by size
                         " / " delimited by size
                         function trim(risk-count-disp leading) delimited by size
                         into output-buffer
                  end-string
                  move risk-wk-rejected(risk-idx) to risk-count-disp
                  string function trim(output-buffer trailing) delimited by size
                         " / " delimited by size
                         function trim(risk-count-disp leading) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              exit.

*> Paragraph: riskTallyWeekRow
*> Purpose:   Folds one score row into the weekly totals
*> Input:     risk-score-record
*> Output:    risk-week-* counts
       riskTallyWeekRow.
              add 1 to risk-week-scored
              if rsc-was-held
                  add 1 to risk-week-held
                  evaluate true
                      when rsc-released
                          add 1 to risk-week-released
                      when rsc-rejected
                          add 1 to risk-week-rejected
                      when other
                          add 1 to risk-week-waiting
                  end-evaluate
              end-if
              perform varying risk-idx from 1 by 1 until risk-idx > 6
                  if rsc-hit-code(risk-idx) not = spaces
                      move 0 to risk-slot
                      perform varying risk-rdx from 1 by 1 until risk-rdx > risk-wk-count
                          if risk-wk-code(risk-rdx) = rsc-hit-code(risk-idx)
                              move risk-rdx to risk-slot
                          end-if
                      end-perform
                      if risk-slot = 0 and risk-wk-count < 10
                          add 1 to risk-wk-count
                          move risk-wk-count to risk-slot
                          move rsc-hit-code(risk-idx) to risk-wk-code(risk-slot)
                          move 0 to risk-wk-fired(risk-slot) risk-wk-held(risk-slot)
                          move 0 to risk-wk-released(risk-slot) risk-wk-rejected(risk-slot)
                      end-if
                      if risk-slot > 0
                          add 1 to risk-wk-fired(risk-slot)
                          if rsc-was-held
                              add 1 to risk-wk-held(risk-slot)
                          end-if
                          if rsc-released
                              add 1 to risk-wk-released(risk-slot)
                          end-if
                          if rsc-rejected
                              add 1 to risk-wk-rejected(risk-slot)
                          end-if
                      end-if
                  end-if
              end-perform
              exit.

*>*******************************************************************
*> Posting billing - outside employers pay per published posting and
*> for featured placement at the price of their company's billing
*> tier. Every charge is kept as a billable event on the company;
*> the monthly INVOICE batch job gathers the unbilled events into one
*> invoice file per company for the bursar's accounts-receivable
*> system and marks them BILLED so nothing is charged twice
*>*******************************************************************

*> Paragraph: seedBillingPrices
*> Purpose:   Writes the starter price table the first time the file
*>            is found empty
*> Input:     bil-seed-table
*> Output:    None
       seedBillingPrices.
              open i-o billing-prices
              if billing-price-missing
                  open output billing-prices
                  close billing-prices
                  open i-o billing-prices
              end-if
              if not billing-price-ok
                  close billing-prices
                  exit paragraph
              end-if
              read billing-prices next record
                  at end
                      perform varying bil-idx from 1 by 1 until bil-idx > 4
                          initialize billing-price-record
                          move bil-seed-tier(bil-idx) to bpr-tier
                          move bil-seed-description(bil-idx) to bpr-description
                          move bil-seed-posting-fee(bil-idx) to bpr-posting-fee
                          move bil-seed-featured-fee(bil-idx) to bpr-featured-fee
                          move bil-seed-featured-days(bil-idx) to bpr-featured-days
                          move function current-date(1:8) to bpr-updated-date
                          write billing-price-record
                      end-perform
              end-read
              close billing-prices
              exit.

*> Paragraph: loadBillingPrice
*> Purpose:   Finds the company's billing tier and that tier's row of
*>            the price table - an untiered company, or a tier since
*>            dropped from the table, is priced at STANDARD
*> Input:     bil-company-key
*> Output:    bil-tier, bil-price-found-flag, billing-price-record
       loadBillingPrice.
              move "STANDARD" to bil-tier
              move bil-company-key to company-key-buffer
              perform findCompany
              if company-found and company-billing-tier not = spaces
                  move company-billing-tier to bil-tier
              end-if
              move 'N' to bil-price-found-flag
              open input billing-prices
              if billing-price-ok
                  move bil-tier to bpr-tier
                  read billing-prices key is bpr-tier
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to bil-price-found-flag
                  end-read
                  if not bil-price-found and bil-tier not = "STANDARD"
                      move "STANDARD" to bil-tier
                      move bil-tier to bpr-tier
                      read billing-prices key is bpr-tier
                          invalid key
                              continue
                          not invalid key
                              move 'Y' to bil-price-found-flag
                      end-read
                  end-if
              end-if
              close billing-prices
              if not bil-price-found
                  initialize billing-price-record
              end-if
              exit.

*> Paragraph: recordBillableEvent
*> Purpose:   Writes one UNBILLED charge against the company, at the
*>            tier and amount in force now
*> Input:     bil-company-key, bil-job-key, bil-job-title,
*>            bil-event-type, bil-tier, bil-amount,
*>            bil-featured-from, bil-featured-until, current-user
*> Output:    billing-event-status
       recordBillableEvent.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o billing-events
              if billing-event-missing
                  open output billing-events
                  close billing-events
                  open i-o billing-events
              end-if
              if not billing-event-ok
                  close billing-events
                  exit paragraph
              end-if
              initialize billing-event-record
              move bil-company-key to bev-company-key
              move function current-date(1:14) to bev-stamp
              move 0 to bev-seq
              move bil-job-key to bev-job-key
              move bil-job-title to bev-job-title
              move bil-event-type to bev-type
              move bil-tier to bev-tier
              move bil-amount to bev-amount
              move bil-featured-from to bev-featured-from
              move bil-featured-until to bev-featured-until
              perform setAuditActor
              move audit-actor to bev-actor
              move bev-stamp(1:8) to bev-event-date
              move "UNBILLED" to bev-status
              *> Two charges to one company within the same second
              *> take the next sequence number
              move "22" to billing-event-status
              perform until billing-event-status not = "22" or bev-seq >= 99
                  write billing-event-record
                      invalid key
                          add 1 to bev-seq
                  end-write
              end-perform
              if billing-event-ok
                  perform setAuditActor
                  move "billing-events.dat" to audit-file-name
                  move bev-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close billing-events
              exit.

*> Paragraph: billPostingPublished
*> Purpose:   Charges the posting fee when a posting linked to a
*>            company goes PUBLISHED
*> Input:     job-record
*> Output:    None
       billPostingPublished.
              if job-company-key = spaces
                  exit paragraph
              end-if
              move job-company-key to bil-company-key
              perform loadBillingPrice
              move job-key to bil-job-key
              move job-title to bil-job-title
              move "POSTING" to bil-event-type
              move bpr-posting-fee to bil-amount
              move spaces to bil-featured-from
              move spaces to bil-featured-until
              perform recordBillableEvent
              if billing-event-ok and bil-amount > 0
                  move bil-amount to bil-amount-disp
                  move spaces to output-buffer
                  string "A posting fee of $" delimited by size
                         function trim(bil-amount-disp leading) delimited by size
                         " (" delimited by size
                         function trim(bil-tier trailing) delimited by size
                         " tier) will be invoiced to " delimited by size
                         function trim(job-employer trailing) delimited by size
                         "." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              exit.

*> Paragraph: featureJobPosting
*> Purpose:   Buys a featured window for a live posting at the
*>            company tier's price - a posting already featured gets
*>            the new window from the day after the current one ends
*> Input:     job-record (read for update in editJobPosting)
*> Output:    job-featured-until set and the posting rewritten,
*>            bil-ok-flag ('Y' when bought)
       featureJobPosting.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move 'N' to bil-ok-flag
              move function current-date(1:8) to bil-today
              if not job-open
                  move "Only a published posting can be featured." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if job-company-key = spaces
                  move "Featured placement is sold to company-linked postings only." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move job-company-key to bil-company-key
              perform loadBillingPrice
              if not bil-price-found or bpr-featured-days = 0
                  move "Featured placement is not offered at this company's billing tier." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              if job-featured-until not = spaces
              and job-featured-until not < bil-today
                  move spaces to output-buffer
                  string "Featured through " delimited by size
                         job-featured-until delimited by size
                         " - a new window starts the day after." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move job-featured-until to date-ymd-work
                  compute date-int-work = function integer-of-date(date-ymd-work) + 1
              else
                  move bil-today to date-ymd-work
                  compute date-int-work = function integer-of-date(date-ymd-work)
              end-if
              compute date-ymd-work = function date-of-integer(date-int-work)
              move date-ymd-work to bil-featured-from
              compute date-int-work = date-int-work + bpr-featured-days - 1
              compute date-ymd-work = function date-of-integer(date-int-work)
              move date-ymd-work to bil-featured-until

              move bpr-featured-fee to bil-amount-disp
              move bpr-featured-days to bil-days-disp
              move spaces to output-buffer
              string "Featured placement " delimited by size
                     bil-featured-from delimited by size
                     " to " delimited by size
                     bil-featured-until delimited by size
                     " (" delimited by size
                     function trim(bil-days-disp leading) delimited by size
                     " days) - $" delimited by size
                     function trim(bil-amount-disp leading) delimited by size
                     " at the " delimited by size
                     function trim(bil-tier trailing) delimited by size
                     " tier, invoiced monthly." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              perform confirmAction
              if not action-confirmed
                  move "Featured placement not bought." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move bil-featured-until to job-featured-until
              rewrite job-record
              if not job-database-ok
                  exit paragraph
              end-if
              move 'Y' to bil-ok-flag
              move current-user to audit-actor
              move "job-database.dat" to audit-file-name
              move job-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              move job-key to bil-job-key
              move job-title to bil-job-title
              move "FEATURED" to bil-event-type
              move bpr-featured-fee to bil-amount
              perform recordBillableEvent
              move spaces to output-buffer
              string "The posting is featured through " delimited by size
                     job-featured-until delimited by size
                     "." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: checkFeaturedPass
*> Purpose:   Decides whether the posting just read belongs to the
*>            current pass of a featured-first listing - pass 1 takes
*>            postings inside their paid window, pass 2 the rest
*> Input:     job-record, browse-today, bil-pass
*> Output:    bil-featured-flag, bil-pass-flag
       checkFeaturedPass.
              move 'N' to bil-featured-flag
              if job-featured-until not = spaces
              and job-featured-until not < browse-today
                  move 'Y' to bil-featured-flag
              end-if
              move 'N' to bil-pass-flag
              if (bil-pass = 1 and bil-is-featured)
              or (bil-pass = 2 and not bil-is-featured)
                  move 'Y' to bil-pass-flag
              end-if
              exit.

*> Paragraph: manageBillingPrices
*> Purpose:   Operator maintenance of the price table and of each
*>            company's billing tier
*> Input:     None
*> Output:    None
       manageBillingPrices.
              perform until not valid-read
                  perform listBillingPrices
                  move "[e<number>] Edit a tier's prices  [a] Add a tier  [c] Set a company's tier  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer = 'q' or input-buffer = 'Q'
                          exit perform
                      when input-buffer = 'a' or input-buffer = 'A'
                          perform addBillingTier
                      when input-buffer = 'c' or input-buffer = 'C'
                          perform setCompanyBillingTier
                      when input-buffer(1:1) = 'e' or input-buffer(1:1) = 'E'
                          move 0 to bil-pick
                          if function trim(input-buffer(2:) trailing) is numeric
                              move function numval(input-buffer(2:)) to bil-pick
                          end-if
                          if bil-pick >= 1 and bil-pick <= bil-tier-count
                              perform editBillingPrice
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when other
                          move "Invalid choice." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: listBillingPrices
*> Purpose:   Prints the numbered price table
*> Input:     None
*> Output:    bil-tier-count, bil-tier-table
       listBillingPrices.
              move "--- Posting Price Table ---" to output-buffer
              perform outputLine
              move 0 to bil-tier-count
              open input billing-prices
              if billing-price-ok
                  perform until billing-price-status not = "00"
                      read billing-prices next record
                          at end
                              exit perform
                          not at end
                              if bil-tier-count < 20
                                  add 1 to bil-tier-count
                                  move bpr-tier to bil-tier-entry(bil-tier-count)
                                  move bil-tier-count to bil-num-disp
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(bil-num-disp leading) delimited by size
                                         "] " delimited by size
                                         function trim(bpr-tier trailing) delimited by size
                                         " - " delimited by size
                                         function trim(bpr-description trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine
                                  move bpr-posting-fee to bil-amount-disp
                                  move spaces to output-buffer
                                  string "    Posting fee $" delimited by size
                                         function trim(bil-amount-disp leading) delimited by size
                                         into output-buffer
                                  end-string
                                  if bpr-featured-days = 0
                                      string function trim(output-buffer trailing) delimited by size
                                             "   Featured: not offered" delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      move bpr-featured-fee to bil-amount-disp
                                      move bpr-featured-days to bil-days-disp
                                      string function trim(output-buffer trailing) delimited by size
                                             "   Featured $" delimited by size
                                             function trim(bil-amount-disp leading) delimited by size
                                             " per " delimited by size
                                             function trim(bil-days-disp leading) delimited by size
                                             " days" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close billing-prices
              if bil-tier-count = 0
                  move "The price table is empty." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: captureBillingAmount
*> Purpose:   Prompts for one fee in dollars and cents; a blank entry
*>            keeps the value already in bil-amount
*> Input:     input-prompt set by the caller, bil-amount
*> Output:    bil-amount, bil-ok-flag
       captureBillingAmount.
              move 'N' to bil-ok-flag
              perform until bil-input-ok or not valid-read
                  perform readInputLine
                  move function trim(input-buffer trailing) to bil-fee-work
                  evaluate true
                      when bil-fee-work = spaces
                          move 'Y' to bil-ok-flag
                      when function test-numval(bil-fee-work) = 0
                          if function numval(bil-fee-work) >= 0
                          and function numval(bil-fee-work) < 100000
                              compute bil-amount rounded = function numval(bil-fee-work)
                              move 'Y' to bil-ok-flag
                          end-if
                      when other
                          continue
                  end-evaluate
                  if not bil-input-ok
                      move "Enter an amount such as 125.00 (blank keeps the current one)." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              exit.

*> Paragraph: captureBillingPrices
*> Purpose:   Prompts for the three prices of a tier row
*> Input:     billing-price-record (current values)
*> Output:    billing-price-record, bil-ok-flag
       captureBillingPrices.
              move bpr-posting-fee to bil-amount bil-amount-disp
              move spaces to input-prompt
              string "Posting fee [" delimited by size
                     function trim(bil-amount-disp leading) delimited by size
                     "]: " delimited by size
                     into input-prompt
              end-string
              perform captureBillingAmount
              if not bil-input-ok
                  exit paragraph
              end-if
              move bil-amount to bpr-posting-fee
              move bpr-featured-fee to bil-amount bil-amount-disp
              move spaces to input-prompt
              string "Featured placement fee [" delimited by size
                     function trim(bil-amount-disp leading) delimited by size
                     "]: " delimited by size
                     into input-prompt
              end-string
              perform captureBillingAmount
              if not bil-input-ok
                  exit paragraph
              end-if
              move bil-amount to bpr-featured-fee
              move 'N' to bil-ok-flag
              perform until bil-input-ok or not valid-read
                  move bpr-featured-days to bil-days-disp
                  move spaces to input-prompt
                  string "Days per featured window, 0 if not offered [" delimited by size
                         function trim(bil-days-disp leading) delimited by size
                         "]: " delimited by size
                         into input-prompt
                  end-string
                  perform readInputLine
                  evaluate true
                      when function trim(input-buffer trailing) = spaces
                          move 'Y' to bil-ok-flag
                      when function trim(input-buffer trailing) is numeric
                      and function length(function trim(input-buffer trailing)) <= 3
                          move function numval(input-buffer) to bpr-featured-days
                          move 'Y' to bil-ok-flag
                      when other
                          move "Enter a number of days from 0 to 999." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              move spaces to input-prompt
              exit.

*> Paragraph: editBillingPrice
*> Purpose:   Changes the prices of one tier - charges already
*>            recorded keep the price they were taken at
*> Input:     bil-tier-entry(bil-pick)
*> Output:    None
       editBillingPrice.
              open i-o billing-prices
              if not billing-price-ok
                  close billing-prices
                  exit paragraph
              end-if
              move bil-tier-entry(bil-pick) to bpr-tier
              read billing-prices key is bpr-tier
                  invalid key
                      move "That tier is no longer on file." to output-buffer
                      perform outputLine
                      close billing-prices
                      exit paragraph
              end-read
              perform captureBillingPrices
              if bil-input-ok
                  move function current-date(1:8) to bpr-updated-date
                  rewrite billing-price-record
                  if billing-price-ok
                      perform setAuditActor
                      move "billing-prices.dat" to audit-file-name
                      move bpr-tier to audit-record-key
                      move "REWRITE" to audit-action
                      perform recordAuditEvent
                      move "Prices updated." to output-buffer
                      perform outputLine
                  end-if
              end-if
              close billing-prices
              exit.

*> Paragraph: addBillingTier
*> Purpose:   Adds one tier row to the price table
*> Input:     None
*> Output:    None
       addBillingTier.
              initialize billing-price-record
              move "Tier code (one word, e.g. ALUMNI): " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to bpr-tier
              if bpr-tier = spaces
                  exit paragraph
              end-if
              move "Description: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to bpr-description
              perform captureBillingPrices
              if not bil-input-ok
                  exit paragraph
              end-if
              move function current-date(1:8) to bpr-updated-date
              open i-o billing-prices
              if billing-price-missing
                  open output billing-prices
                  close billing-prices
                  open i-o billing-prices
              end-if
              if billing-price-ok
                  write billing-price-record
                      invalid key
                          move "That tier is already in the table." to output-buffer
                          perform outputLine
                      not invalid key
                          perform setAuditActor
                          move "billing-prices.dat" to audit-file-name
                          move bpr-tier to audit-record-key
                          move "WRITE" to audit-action
                          perform recordAuditEvent
                          move "Tier added." to output-buffer
                          perform outputLine
                  end-write
              end-if
              close billing-prices
              exit.

*> Paragraph: setCompanyBillingTier
*> Purpose:   Puts one company on a tier of the price table
*> Input:     None (prompts)
*> Output:    None
       setCompanyBillingTier.
              if bil-tier-count = 0
                  exit paragraph
              end-if
              move "Company name: " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to company-key-buffer
              perform findCompany
              if not company-found
                  move "No company page is on file under that name." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move spaces to output-buffer
              if company-billing-tier = spaces
                  string function trim(company-name trailing) delimited by size
                         " is billed at STANDARD (no tier set)." delimited by size
                         into output-buffer
                  end-string
              else
                  string function trim(company-name trailing) delimited by size
                         " is on the " delimited by size
                         function trim(company-billing-tier trailing) delimited by size
                         " tier." delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              move "Tier number from the table above: " to input-prompt
              perform readInputLine
              move 0 to bil-pick
              if function trim(input-buffer trailing) is numeric
                  move function numval(input-buffer) to bil-pick
              end-if
              if bil-pick < 1 or bil-pick > bil-tier-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open i-o company-database
              if company-db-ok
                  move company-key-buffer to company-key
                  read company-database key is company-key
                      invalid key
                          continue
                      not invalid key
                          move bil-tier-entry(bil-pick) to company-billing-tier
                          rewrite company-record
                          perform setAuditActor
                          move "company-database.dat" to audit-file-name
                          move company-key to audit-record-key
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                          move "Billing tier set - it applies to charges from now on." to output-buffer
                          perform outputLine
                  end-read
              end-if
              close company-database
              exit.

*> Paragraph: monthlyInvoiceRun
*> Purpose:   Batch job INVOICE - bills every UNBILLED event dated
*>            before the first of this month, one invoice file per
*>            company, and marks each event BILLED with its invoice
*>            number; the control register totals the run
*> Input:     billing-events.dat
*> Output:    invoice-<number>.txt files, invoice-control.txt
       monthlyInvoiceRun.
              move 0 to inv-invoice-count
              move 0 to inv-event-count
              move 0 to inv-grand-total
              move 'N' to inv-open-flag
              move spaces to inv-company
              move bdt-business-date to bil-today
              move bil-today(1:6) to inv-cutoff(1:6)
              move "01" to inv-cutoff(7:2)
              *> The period billed is the month before this one
              move inv-cutoff to date-ymd-work
              compute date-int-work = function integer-of-date(date-ymd-work) - 1
              compute date-ymd-work = function date-of-integer(date-int-work)
              move date-ymd-work(1:6) to inv-period

              *> Invoice numbers already issued for the period - a
              *> second run in the same month continues the sequence
              move 0 to inv-seq
              open input billing-events
              if billing-event-ok
                  perform until billing-event-status not = "00"
                      read billing-events next record
                          at end
                              exit perform
                          not at end
                              if bev-billed
                              and bev-invoice-no(4:6) = inv-period
                              and bev-invoice-no(11:4) is numeric
                                  move bev-invoice-no(11:4) to inv-seq-work
                                  if inv-seq-work > inv-seq
                                      move inv-seq-work to inv-seq
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close billing-events

              open output invoice-control
              if invoice-control-status not = "00"
                  move "Unable to open invoice-control.txt." to output-buffer
                  perform outputLine
                  close invoice-control
                  exit paragraph
              end-if
              move spaces to invoice-control-line
              string "H|INCOLLEGE|INVOICE-CONTROL|" delimited by size
                     inv-period delimited by size
                     "|" delimited by size
                     bil-today delimited by size
                     into invoice-control-line
              end-string
              write invoice-control-line

              open i-o billing-events
              if billing-event-ok
                  perform until billing-event-status not = "00"
                      read billing-events next record
                          at end
                              exit perform
                          not at end
                              if bev-unbilled
                              and bev-event-date < inv-cutoff
                                  *> A company whose file would not open
                                  *> stays UNBILLED for the next run
                                  if bev-company-key not = inv-company
                                      perform invoiceCloseCurrent
                                      perform invoiceOpenNext
                                  end-if
                                  if inv-file-open
                                      perform invoiceWriteEvent
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close billing-events
              perform invoiceCloseCurrent

              move inv-invoice-count to inv-count-disp
              move inv-grand-total to inv-total-disp
              move spaces to invoice-control-line
              string "T|" delimited by size
                     function trim(inv-count-disp leading) delimited by size
                     "|" delimited by size
                     into invoice-control-line
              end-string
              move inv-event-count to inv-count-disp
              string function trim(invoice-control-line trailing) delimited by size
                     function trim(inv-count-disp leading) delimited by size
                     "|" delimited by size
                     function trim(inv-total-disp leading) delimited by size
                     into invoice-control-line
              end-string
              write invoice-control-line
              close invoice-control

              move inv-invoice-count to inv-count-disp
              move spaces to output-buffer
              string "Invoices written for " delimited by size
                     inv-period delimited by size
                     ": " delimited by size
                     function trim(inv-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move inv-event-count to inv-count-disp
              move spaces to output-buffer
              string "Billable events invoiced: " delimited by size
                     function trim(inv-count-disp leading) delimited by size
                     "   Total: $" delimited by size
                     function trim(inv-total-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: invoiceOpenNext
*> Purpose:   Starts the invoice file for the company of the event
*>            just read, under the next invoice number
*> Input:     billing-event-record, inv-period, inv-seq
*> Output:    invoice file open with its header, inv-* totals reset
       invoiceOpenNext.
              move bev-company-key to inv-company
              move 0 to inv-line-count
              move 0 to inv-company-total
              add 1 to inv-seq
              move spaces to inv-number
              string "INV" delimited by size
                     inv-period delimited by size
                     "-" delimited by size
                     inv-seq delimited by size
                     into inv-number
              end-string
              move spaces to inv-file-name
              string "invoice-" delimited by size
                     function trim(inv-number trailing) delimited by size
                     ".txt" delimited by size
                     into inv-file-name
              end-string
              move bev-company-key to company-key-buffer
              perform findCompany
              if company-found
                  move company-name to inv-company-name
                  move company-billing-tier to inv-company-tier
              else
                  move bev-company-key to inv-company-name
                  move spaces to inv-company-tier
              end-if
              if inv-company-tier = spaces
                  move "STANDARD" to inv-company-tier
              end-if
              open output invoice-file
              if invoice-file-status not = "00"
                  move spaces to output-buffer
                  string "Unable to open " delimited by size
                         function trim(inv-file-name trailing) delimited by size
                         " - " delimited by size
                         function trim(inv-company trailing) delimited by size
                         " is left unbilled." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  close invoice-file
                  move 'N' to inv-open-flag
                  exit paragraph
              end-if
              move 'Y' to inv-open-flag
              move spaces to invoice-line
              string "H|INCOLLEGE|INVOICE|" delimited by size
                     function trim(inv-number trailing) delimited by size
                     "|" delimited by size
                     function trim(inv-company trailing) delimited by size
                     "|" delimited by size
                     function trim(inv-company-name trailing) delimited by size
                     "|" delimited by size
                     function trim(inv-company-tier trailing) delimited by size
                     "|" delimited by size
                     inv-period delimited by size
                     "|" delimited by size
                     bil-today delimited by size
                     into invoice-line
              end-string
              write invoice-line
              exit.

*> Paragraph: invoiceWriteEvent
*> Purpose:   Puts one billable event on the open invoice and marks
*>            it BILLED under the invoice number
*> Input:     billing-event-record (read for update)
*> Output:    invoice row, totals
       invoiceWriteEvent.
              move bev-amount to bil-amount-disp
              move spaces to invoice-line
              string "D|" delimited by size
                     bev-event-date delimited by size
                     "|" delimited by size
                     function trim(bev-type trailing) delimited by size
                     "|" delimited by size
                     function trim(bev-job-key trailing) delimited by size
                     "|" delimited by size
                     function trim(bev-job-title trailing) delimited by size
                     "|" delimited by size
                     bev-featured-from delimited by size
                     "|" delimited by size
                     bev-featured-until delimited by size
                     "|" delimited by size
                     function trim(bil-amount-disp leading) delimited by size
                     into invoice-line
              end-string
              write invoice-line
              add 1 to inv-line-count
              add 1 to inv-event-count
              add bev-amount to inv-company-total
              add bev-amount to inv-grand-total
              move "BILLED" to bev-status
              move inv-number to bev-invoice-no
              move bil-today to bev-billed-date
              rewrite billing-event-record
              move "INVOICE" to audit-actor
              move "billing-events.dat" to audit-file-name
              move bev-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              exit.

*> Paragraph: invoiceCloseCurrent
*> Purpose:   Finishes the open invoice with its trailer and enters
*>            it in the control register
*> Input:     inv-* totals
*> Output:    None
       invoiceCloseCurrent.
              if not inv-file-open
                  exit paragraph
              end-if
              move inv-line-count to inv-count-disp
              move inv-company-total to inv-total-disp
              move spaces to invoice-line
              string "T|" delimited by size
                     function trim(inv-count-disp leading) delimited by size
                     "|" delimited by size
                     function trim(inv-total-disp leading) delimited by size
                     into invoice-line
              end-string
              write invoice-line
              close invoice-file
              move 'N' to inv-open-flag
              add 1 to inv-invoice-count
              move spaces to invoice-control-line
              string "C|" delimited by size
                     function trim(inv-number trailing) delimited by size
                     "|" delimited by size
                     function trim(inv-company trailing) delimited by size
                     "|" delimited by size
                     function trim(inv-count-disp leading) delimited by size
                     "|" delimited by size
                     function trim(inv-total-disp leading) delimited by size
                     into invoice-control-line
              end-string
              write invoice-control-line
              exit.

*>*******************************************************************
*> Location reference - the normalized places a posting may name, so
*> "Lexington, KY", "Lexington Kentucky" and "lexington ky" are one
*> place to the browse filter and the reports, each carrying the
*> region the reports group by
*>*******************************************************************

*> Paragraph: seedLocationReference
*> Purpose:   Writes the starter list of places the first time the
*>            reference file is found empty
*> Input:     loc-seed-table
*> Output:    None
       seedLocationReference.
              open i-o location-reference
              if location-missing
                  open output location-reference
                  close location-reference
                  open i-o location-reference
              end-if
              if not location-ok
                  close location-reference
                  exit paragraph
              end-if
              read location-reference next record
                  at end
                      perform varying loc-seed-idx from 1 by 1 until loc-seed-idx > 30
                          initialize location-record
                          move spaces to loc-key
                          string function upper-case(function trim(loc-seed-city(loc-seed-idx) trailing)) delimited by size
                                 ", " delimited by size
                                 loc-seed-state(loc-seed-idx) delimited by size
                                 into loc-key
                          end-string
                          move loc-seed-city(loc-seed-idx) to loc-city
                          move loc-seed-state(loc-seed-idx) to loc-state
                          move loc-seed-state-name(loc-seed-idx) to loc-state-name
                          move loc-seed-region(loc-seed-idx) to loc-region
                          move 'A' to loc-status
                          move function current-date(1:8) to loc-added-date
                          write location-record
                      end-perform
              end-read
              close location-reference
              exit.

*> Paragraph: loadLocationTable
*> Purpose:   Reads the reference list into memory for matching, with
*>            each city's normalized form worked out once
*> Input:     None
*> Output:    loc-tbl-count, loc-tbl-table, loc-loaded-flag
       loadLocationTable.
              move 0 to loc-tbl-count
              open input location-reference
              if location-ok
                  perform until location-status not = "00"
                      read location-reference next record
                          at end
                              exit perform
                          not at end
                              if loc-tbl-count < 300
                                  add 1 to loc-tbl-count
                                  move loc-key to loc-tbl-key(loc-tbl-count)
                                  move loc-city to loc-tbl-city(loc-tbl-count)
                                  move loc-state to loc-tbl-state(loc-tbl-count)
                                  move loc-state-name to loc-tbl-state-name(loc-tbl-count)
                                  move loc-region to loc-tbl-region(loc-tbl-count)
                                  move loc-status to loc-tbl-status(loc-tbl-count)
                                  move loc-city to loc-input
                                  perform normalizeLocationText
                                  move loc-norm to loc-tbl-city-norm(loc-tbl-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close location-reference
              move 'Y' to loc-loaded-flag
              exit.

*> Paragraph: normalizeLocationText
*> Purpose:   Upper-cases loc-input, turns punctuation into spaces and
*>            squeezes each run of spaces to one
*> Input:     loc-input
*> Output:    loc-norm
       normalizeLocationText.
              move function upper-case(loc-input) to loc-work
              inspect loc-work replacing all "," by " "
                                         all "." by " "
                                         all "-" by " "
                                         all "/" by " "
                                         all "(" by " "
                                         all ")" by " "
              move spaces to loc-norm
              move 0 to loc-out-idx
              move 'Y' to loc-prev-space
              perform varying loc-ch-idx from 1 by 1 until loc-ch-idx > 100
                  if loc-work(loc-ch-idx:1) = space
                      if loc-prev-space = 'N'
                          add 1 to loc-out-idx
                          move 'Y' to loc-prev-space
                      end-if
                  else
                      add 1 to loc-out-idx
                      move loc-work(loc-ch-idx:1) to loc-norm(loc-out-idx:1)
                      move 'N' to loc-prev-space
                  end-if
              end-perform
              exit.

*> Paragraph: matchLocation
*> Purpose:   Finds the reference places free text names - "City",
*>            "City ST" or "City State" in any case and punctuation.
*>            A leading "Remote" is noted and the rest matched, so
*>            "Remote - US" names no place and "Remote, Lexington KY"
*>            names Lexington. Retired places only match for callers
*>            that set loc-with-retired (reports, conversion)
*> Input:     loc-input, loc-retired-flag
*> Output:    loc-match-count, loc-match-table, loc-remote-flag,
*>            loc-norm (the text left to match)
       matchLocation.
              if not loc-table-loaded
                  move loc-input to loc-cand
                  perform loadLocationTable
                  move loc-cand to loc-input
              end-if
              move 0 to loc-match-count
              move 'N' to loc-remote-flag
              perform normalizeLocationText
              if loc-norm(1:6) = "REMOTE"
                  move 'Y' to loc-remote-flag
                  move loc-norm(8:) to loc-work
                  move loc-work to loc-norm
                  if function trim(loc-norm trailing) = "US"
                  or function trim(loc-norm trailing) = "USA"
                  or function trim(loc-norm trailing) = "ANYWHERE"
                      move spaces to loc-norm
                  end-if
              end-if
              if loc-norm = spaces
                  exit paragraph
              end-if

              perform varying loc-idx from 1 by 1 until loc-idx > loc-tbl-count
                  if loc-tbl-status(loc-idx) = 'A' or loc-with-retired
                      move 'N' to loc-hit-flag
                      if function trim(loc-norm trailing) =
                         function trim(loc-tbl-city-norm(loc-idx) trailing)
                          move 'Y' to loc-hit-flag
                      end-if
                      move spaces to loc-cand
                      string function trim(loc-tbl-city-norm(loc-idx) trailing) delimited by size
                             " " delimited by size
                             loc-tbl-state(loc-idx) delimited by size
                             into loc-cand
                      end-string
                      if loc-cand = loc-norm
                          move 'Y' to loc-hit-flag
                      end-if
                      move spaces to loc-cand
                      string function trim(loc-tbl-city-norm(loc-idx) trailing) delimited by size
                             " " delimited by size
                             function trim(loc-tbl-state-name(loc-idx) trailing) delimited by size
                             into loc-cand
                      end-string
                      if loc-cand = loc-norm
                          move 'Y' to loc-hit-flag
                      end-if
                      if loc-hit and loc-match-count < 10
                          add 1 to loc-match-count
                          move loc-idx to loc-match-idx(loc-match-count)
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: applyPickedLocation
*> Purpose:   Stamps the chosen reference place onto the posting in
*>            job-record in its normalized display form
*> Input:     loc-picked
*> Output:    job-location, job-location-key, job-region
       applyPickedLocation.
              move spaces to job-location
              string function trim(loc-tbl-city(loc-picked) trailing) delimited by size
                     ", " delimited by size
                     loc-tbl-state(loc-picked) delimited by size
                     into job-location
              end-string
              move loc-tbl-key(loc-picked) to job-location-key
              move loc-tbl-region(loc-picked) to job-region
              exit.

*> Paragraph: captureJobLocation
*> Purpose:   Asks for the work mode and a location that must resolve
*>            to one reference place (a fully remote posting may name
*>            none), used by posting creation and the editor
*> Input:     job-work-mode (current value, kept on a blank answer)
*> Output:    job-work-mode, job-location, job-location-key, job-region
       captureJobLocation.
              perform workModeLabel
              move spaces to output-buffer
              string "Work mode - [1] On-site  [2] Hybrid  [3] Remote (blank keeps " delimited by size
                     function trim(loc-mode-label trailing) delimited by size
                     "): " delimited by size
                     into output-buffer
              end-string
              move output-buffer to input-prompt
              perform readInputLine
              evaluate input-buffer(1:1)
                  when '1'
                      move "ONSITE" to job-work-mode
                  when '2'
                      move "HYBRID" to job-work-mode
                  when '3'
                      move "REMOTE" to job-work-mode
                  when other
                      continue
              end-evaluate

              move 'N' to loc-retired-flag
              move 'N' to loc-done-flag
              perform until loc-done or not valid-read
                  if work-remote
                      move "Enter Job Location as City, ST (blank for fully remote): " to input-prompt
                  else
                      move "Enter Job Location as City, ST (Required): " to input-prompt
                  end-if
                  perform readInputLine
                  move input-buffer to loc-input
                  perform matchLocation
                  evaluate true
                      when loc-match-count = 1
                          move loc-match-idx(1) to loc-picked
                          perform applyPickedLocation
                          move 'Y' to loc-done-flag
                      when loc-match-count > 1
                          move "More than one place matches - pick one:" to output-buffer
                          perform outputLine
                          perform varying loc-idx from 1 by 1 until loc-idx > loc-match-count
                              move loc-idx to loc-num-disp
                              move spaces to output-buffer
                              string "[" delimited by size
                                     function trim(loc-num-disp leading) delimited by size
                                     "] " delimited by size
                                     function trim(loc-tbl-city(loc-match-idx(loc-idx)) trailing) delimited by size
                                     ", " delimited by size
                                     loc-tbl-state(loc-match-idx(loc-idx)) delimited by size
                                     into output-buffer
                              end-string
                              perform outputLine
                          end-perform
                          move "> " to input-prompt
                          perform readInputLine
                          move 0 to loc-pick
                          if function trim(input-buffer trailing) is numeric
                              move function numval(input-buffer) to loc-pick
                          end-if
                          if loc-pick >= 1 and loc-pick <= loc-match-count
                              move loc-match-idx(loc-pick) to loc-picked
                              perform applyPickedLocation
                              move 'Y' to loc-done-flag
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when loc-norm = spaces
                      and (work-remote or loc-is-remote)
                          *> Fully remote - no base location
                          move "REMOTE" to job-work-mode
                          move "Remote" to job-location
                          move spaces to job-location-key
                          move "REMOTE" to job-region
                          move 'Y' to loc-done-flag
                      when loc-norm = spaces
                          move "A location is required." to output-buffer
                          perform outputLine
                      when other
                          move "That place is not in the location reference list - enter it as City, ST (e.g. Lexington, KY); the operator can add new places." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              *> "Remote, Lexington KY" makes the posting remote as well
              if loc-is-remote
                  move "REMOTE" to job-work-mode
              end-if
              exit.

*> Paragraph: workModeLabel
*> Purpose:   The display wording for job-work-mode
*> Input:     job-work-mode
*> Output:    loc-mode-label
       workModeLabel.
              evaluate true
                  when work-hybrid
                      move "Hybrid" to loc-mode-label
                  when work-remote
                      move "Remote" to loc-mode-label
                  when other
                      move "On-site" to loc-mode-label
              end-evaluate
              exit.

*> Paragraph: resolveImportLocation
*> Purpose:   Validates a feed row's location and optional work-mode
*>            column against the reference list, holding the resolved
*>            values for importWriteJob
*> Input:     imp-split-location, imp-split-work-mode
*> Output:    imp-reject-reason, imp-loc-* fields
       resolveImportLocation.
              move function upper-case(function trim(imp-split-work-mode trailing)) to imp-loc-mode
              if imp-loc-mode not = spaces
              and imp-loc-mode not = "ONSITE"
              and imp-loc-mode not = "HYBRID"
              and imp-loc-mode not = "REMOTE"
                  move "work mode must be ONSITE, HYBRID or REMOTE" to imp-reject-reason
                  exit paragraph
              end-if
              move 'N' to loc-retired-flag
              move imp-split-location to loc-input
              perform matchLocation
              if loc-is-remote
                  move "REMOTE" to imp-loc-mode
              end-if
              if imp-loc-mode = spaces
                  move "ONSITE" to imp-loc-mode
              end-if
              evaluate true
                  when loc-match-count = 1
                      move loc-match-idx(1) to loc-picked
                      move spaces to imp-loc-display
                      string function trim(loc-tbl-city(loc-picked) trailing) delimited by size
                             ", " delimited by size
                             loc-tbl-state(loc-picked) delimited by size
                             into imp-loc-display
                      end-string
                      move loc-tbl-key(loc-picked) to imp-loc-key
                      move loc-tbl-region(loc-picked) to imp-loc-region
                  when loc-match-count > 1
                      move "location matches more than one place - give City, ST" to imp-reject-reason
                  when loc-norm = spaces and imp-loc-mode = "REMOTE"
                      move "Remote" to imp-loc-display
                      move spaces to imp-loc-key
                      move "REMOTE" to imp-loc-region
                  when other
                      move "location not in the location reference list" to imp-reject-reason
              end-evaluate
              exit.

*> Paragraph: manageLocationReference
*> Purpose:   Operator maintenance of the reference list - add a
*>            place, or retire / reinstate one
*> Input:     None
*> Output:    None
       manageLocationReference.
              perform until not valid-read
                  perform loadLocationTable
                  move "--- Location Reference ---" to output-buffer
                  perform outputLine
                  perform varying loc-idx from 1 by 1 until loc-idx > loc-tbl-count
                      move loc-idx to loc-num-disp
                      move spaces to output-buffer
                      string "[" delimited by size
                             function trim(loc-num-disp leading) delimited by size
                             "] " delimited by size
                             function trim(loc-tbl-city(loc-idx) trailing) delimited by size
                             ", " delimited by size
                             loc-tbl-state(loc-idx) delimited by size
                             " - " delimited by size
                             function trim(loc-tbl-region(loc-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      if loc-tbl-status(loc-idx) = 'R'
                          string function trim(output-buffer trailing) delimited by size
                                 " (retired)" delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      perform outputLine
                  end-perform
                  move "[a] Add a place  [r<number>] Retire / reinstate  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer = 'q' or input-buffer = 'Q'
                          exit perform
                      when input-buffer = 'a' or input-buffer = 'A'
                          perform addLocationReference
                      when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                          move 0 to loc-pick
                          if function trim(input-buffer(2:) trailing) is numeric
                              move function numval(input-buffer(2:)) to loc-pick
                          end-if
                          if loc-pick >= 1 and loc-pick <= loc-tbl-count
                              perform toggleLocationReference
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when other
                          move "Invalid choice." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              move 'N' to loc-loaded-flag
              exit.

*> Paragraph: addLocationReference
*> Purpose:   Captures and writes one new reference place
*> Input:     None
*> Output:    None
       addLocationReference.
              initialize location-record
              move "City: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to loc-city
              move "State code (2 letters): " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to loc-state
              move "State name: " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to loc-state-name
              if loc-city = spaces or loc-state = spaces
                  move "City and state code are required." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Region:" to output-buffer
              perform outputLine
              perform varying loc-idx from 1 by 1 until loc-idx > 5
                  move loc-idx to loc-num-disp
                  move spaces to output-buffer
                  string "[" delimited by size
                         function trim(loc-num-disp leading) delimited by size
                         "] " delimited by size
                         loc-region-name(loc-idx) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move "> " to input-prompt
              perform readInputLine
              move 0 to loc-pick
              if function trim(input-buffer trailing) is numeric
                  move function numval(input-buffer) to loc-pick
              end-if
              if loc-pick < 1 or loc-pick > 5
                  move "Invalid region." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move loc-region-name(loc-pick) to loc-region
              move spaces to loc-key
              string function upper-case(function trim(loc-city trailing)) delimited by size
                     ", " delimited by size
                     loc-state delimited by size
                     into loc-key
              end-string
              move 'A' to loc-status
              move function current-date(1:8) to loc-added-date

              open i-o location-reference
              if location-missing
                  open output location-reference
                  close location-reference
                  open i-o location-reference
              end-if
              if location-ok
                  write location-record
                  if location-ok
                      perform setAuditActor
                      move "locations.dat" to audit-file-name
                      move loc-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      move "Place added." to output-buffer
                      perform outputLine
                  else
                      move "That place is already on the list." to output-buffer
                      perform outputLine
                  end-if
              end-if
              close location-reference
              exit.

*> Paragraph: toggleLocationReference
*> Purpose:   Retires an active place or reinstates a retired one
*> Input:     loc-pick
*> Output:    None
       toggleLocationReference.
              open i-o location-reference
              if location-ok
                  move loc-tbl-key(loc-pick) to loc-key
                  read location-reference
                      key is loc-key
                      invalid key
                          continue
                      not invalid key
                          if loc-active
                              move 'R' to loc-status
                          else
                              move 'A' to loc-status
                          end-if
                          rewrite location-record
                          perform setAuditActor
                          move "locations.dat" to audit-file-name
                          move loc-key to audit-record-key
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                  end-read
              end-if
              close location-reference
              exit.

*> Paragraph: regionForLocationText
*> Purpose:   Works out the region a free-text location belongs to -
*>            for applications, which carry the posting's location as
*>            it read when they were filed
*> Input:     loc-input
*> Output:    loc-cand (region code, REMOTE, or "(unmatched)")
       regionForLocationText.
              move 'Y' to loc-retired-flag
              perform matchLocation
              move 'N' to loc-retired-flag
              evaluate true
                  when loc-match-count = 1
                      move loc-tbl-region(loc-match-idx(1)) to loc-cand
                  when loc-norm = spaces and loc-is-remote
                      move "REMOTE" to loc-cand
                  when other
                      move "(unmatched)" to loc-cand
              end-evaluate
              exit.

*> Paragraph: browseLocationFilter
*> Purpose:   Applies the browse region / work-mode filters to the
*>            posting in job-record (postings from before the reference
*>            list are placed by their free-text location)
*> Input:     loc-filter-region, loc-filter-mode, job-record
*> Output:    substr-count zeroed when the posting is filtered out,
*>            loc-mode-label
       browseLocationFilter.
              perform workModeLabel
              if substr-count = 0
                  exit paragraph
              end-if
              if loc-filter-mode not = spaces
                  if job-work-mode = spaces
                      if loc-filter-mode not = "ONSITE"
                          move 0 to substr-count
                      end-if
                  else
                      if job-work-mode not = loc-filter-mode
                          move 0 to substr-count
                      end-if
                  end-if
              end-if
              if loc-filter-region not = spaces and substr-count > 0
                  if job-region = spaces
                      move job-location to loc-input
                      perform regionForLocationText
                  else
                      move job-region to loc-cand
                  end-if
                  if loc-cand not = loc-filter-region
                      move 0 to substr-count
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Browse available jobs and view details
*>*******************************************************************
       browseJobs.
              *> Optional keyword/location filter - substring match against
              *> job-title, job-employer and job-location, same INSPECT
              *> TALLYING idiom as searchByKeyword
              move "Enter a keyword or location to filter by (blank for all): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to browse-filter-keyword
              move function current-date(1:8) to browse-today

              *> A keyword naming one reference place also matches
              *> postings stamped with that place however it was typed
              move spaces to loc-filter-key
              if browse-filter-keyword not = spaces
                  move browse-filter-keyword to loc-input
                  move 'N' to loc-retired-flag
                  perform matchLocation
                  if loc-match-count = 1
                      move loc-tbl-key(loc-match-idx(1)) to loc-filter-key
                  end-if
              end-if

              *> Optional region and work-mode filters
              move spaces to loc-filter-region
              move 'N' to loc-done-flag
              perform until loc-done or not valid-read
                  move "Region - NORTHEAST, SOUTHEAST, MIDWEST, SOUTHWEST, WEST or REMOTE (blank for all): " to input-prompt
                  perform readInputLine
                  move function upper-case(function trim(input-buffer trailing)) to loc-filter-region
                  move 'Y' to loc-done-flag
                  if loc-filter-region not = spaces
                  and loc-filter-region not = "REMOTE"
                      move 'N' to loc-done-flag
                      perform varying loc-idx from 1 by 1 until loc-idx > 5
                          if loc-region-name(loc-idx) = loc-filter-region
                              move 'Y' to loc-done-flag
                          end-if
                      end-perform
                      if not loc-done
                          move "Unknown region." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform
              move spaces to loc-filter-mode
              move "Work mode - [1] On-site  [2] Hybrid  [3] Remote (blank for all): " to input-prompt
              perform readInputLine
              evaluate input-buffer(1:1)
                  when '1'
                      move "ONSITE" to loc-filter-mode
                  when '2'
                      move "HYBRID" to loc-filter-mode
                  when '3'
                      move "REMOTE" to loc-filter-mode
                  when other
                      continue
              end-evaluate

              *> Browse loop - pages of 10 open listings scanned straight
              *> off job-database, so the table below only ever holds one
              *> page at a time no matter how many postings exist
              move 'N' to browse-done-flag
              move 1 to browse-page-num
              perform until browse-done or not valid-read
                  move spaces to output-buffer
                  string "--- Available Job Listings (page " delimited by size
                         function trim(browse-page-num leading) delimited by size
                         ") ---" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine

                  move 0 to browse-index
                  move 0 to browse-total-seen
                  move 'N' to browse-more-flag
                  compute browse-page-start = (browse-page-num - 1) * 10
                  compute browse-page-end = browse-page-start + 10

                  *> Postings inside a paid featured window list
                  *> first, then everything else
                  perform varying bil-pass from 1 by 1 until bil-pass > 2
                      open input job-database
                      if job-database-ok
                          perform until job-database-status not = "00"
                              read job-database next record
                                  at end
                                      exit perform
                                  not at end
                                      perform campusJobVisible
                                      if not job-open
                                      or not cmp-visible
                                          continue
                                      else
                                      if function trim(job-expiration-date trailing) not = spaces
                                      and job-expiration-date < browse-today
                                          continue
                                      else
                                      perform checkFeaturedPass
                                      if not bil-pass-match
                                          continue
                                      else
                                      if function trim(browse-filter-keyword trailing) not = spaces
                                          move 0 to substr-count
                                          inspect function trim(job-title trailing)
                                              tallying substr-count for all function trim(browse-filter-keyword trailing)
                                          if substr-count = 0
                                              inspect function trim(job-employer trailing)
                                                  tallying substr-count for all function trim(browse-filter-keyword trailing)
                                          end-if
                                          if substr-count = 0
                                              inspect function trim(job-location trailing)
                                                  tallying substr-count for all function trim(browse-filter-keyword trailing)
                                          end-if
                                      else
                                          move 1 to substr-count
                                      end-if
                                      if loc-filter-key not = spaces
                                      and job-location-key = loc-filter-key
                                          move 1 to substr-count
                                      end-if
                                      perform browseLocationFilter
                                      if substr-count = 0
                                          continue
                                      else
                                      add 1 to browse-total-seen
                                      if browse-total-seen > browse-page-start
                                      and browse-total-seen <= browse-page-end
                                          add 1 to browse-index
                                          *> store mapping - ensure keys are properly stored
                                          move function trim(job-key trailing) to job-key-entry(browse-index)
                                          move job-title to job-title-entry(browse-index)
                                          move job-employer to job-employer-entry(browse-index)
                                          move job-location to job-location-entry(browse-index)

                                          move spaces to output-buffer
                                          string "[" delimited by size
                                                 function trim(browse-index leading) delimited by size
                                                 "] " delimited by size
                                                 function trim(job-title trailing) delimited by size
                                                 " at " delimited by size
                                                 function trim(job-employer trailing) delimited by size
                                                 " (" delimited by size
                                                 function trim(job-location trailing) delimited by size
                                                 ", " delimited by size
                                                 function trim(loc-mode-label trailing) delimited by size
                                                 ")" delimited by size
                                                 into output-buffer
                                          end-string
                                          if bil-is-featured
                                              string function trim(output-buffer trailing) delimited by size
                                                     " - FEATURED" delimited by size
                                                     into output-buffer
                                              end-string
                                          end-if
                                          perform outputLine
                                      else
                                          if browse-total-seen > browse-page-end
                                              move 'Y' to browse-more-flag
                                          end-if
                                      end-if
                                      end-if
                                      end-if
                                      end-if
                                      end-if
                              end-read
                          end-perform
                      else
                          move "Job database is not available." to output-buffer
                          perform outputLine
                          move 2 to bil-pass
                      end-if
                      close job-database
                  end-perform

                  if browse-index = 0 and browse-page-num > 1
                      *> stepped past the last page - snap back to it
                      subtract 1 from browse-page-num
                  else
                      if browse-index = 0
                          move "No job listings are currently available." to output-buffer
                          perform outputLine
                      end-if

                      move "Enter number to view details" to output-buffer
                      perform outputLine
                      if browse-page-num > 1
                          move "[p] Previous Page" to output-buffer
                          perform outputLine
                      end-if
                      if browse-has-more
                          move "[n] Next Page" to output-buffer
                          perform outputLine
                      end-if
                      move "[q] Back" to output-buffer
                      perform outputLine
                      move "> " to input-prompt
                      perform readInputLine

                      evaluate true
                          when input-buffer = 'q' or not valid-read
                              move 'Y' to browse-done-flag
                          when input-buffer = 'n' and browse-has-more
                              add 1 to browse-page-num
                          when input-buffer = 'p' and browse-page-num > 1
                              subtract 1 from browse-page-num
                          when other
                              *> Convert numeric entry to index by direct move
                              move function trim(input-buffer trailing) to selected-job-index
                              if selected-job-index >= 1 and selected-job-index <= browse-index
                                  *> Move exact key without any trimming to preserve full value
                                  move job-key-entry(selected-job-index) to application-job-key-buffer
                                  move "BROWSE" to application-source-buffer
                                  perform viewJobDetails
                              else
                                  move "Invalid selection." to output-buffer
                                  perform outputLine
                              end-if
                      end-evaluate
                  end-if
              end-perform
              exit.

*>*******************************************************************
*> Bulk job-posting import - reads the weekly jobs-import.txt feed
*> ("title|employer|location|salary|description|expiration" per row,
*> with an optional trailing ONSITE/HYBRID/REMOTE work-mode column),
*> applies the same rules createJobListing enforces, skips rows whose
*> title+employer already exist in job-database, writes accepted rows
*> as DRAFT postings owned by the (normalized) employer name, and
*> produces jobs-import-report.txt with a reason per rejected row
*>*******************************************************************
       importJobFeed.
              move 0 to imp-line-count
              move 0 to imp-accept-count
              move 0 to imp-reject-count
              move 0 to imp-held-count

              open input jobs-import
              if jobs-import-status not = "00"
                  move "No jobs-import.txt feed file found." to output-buffer
                  perform outputLine
                  close jobs-import
                  exit paragraph
              end-if
              close jobs-import

              *> Control totals first - a truncated transfer must not
              *> be half-processed
              perform verifyJobsImportTotals
              if not interface-file-valid
                  perform interfaceRefuse
                  exit paragraph
              end-if

              open input jobs-import
              open output jobs-import-report
              if jobs-import-report-status not = "00"
                  move "Unable to open jobs-import-report.txt." to output-buffer
                  perform outputLine
                  close jobs-import
                  exit paragraph
              end-if

              perform until jobs-import-status not = "00"
                  read jobs-import
                      at end
                          exit perform
                      not at end
                          if jobs-import-line(1:2) = "H|"
                          or jobs-import-line(1:2) = "T|"
                              exit perform cycle
                          end-if
                          add 1 to imp-line-count
                          move spaces to imp-split-title
                          move spaces to imp-split-employer
                          move spaces to imp-split-location
                          move spaces to imp-split-salary
                          move spaces to imp-split-description
                          move spaces to imp-split-expiration
                          move spaces to imp-split-work-mode
                          unstring jobs-import-line delimited by "|"
                              into imp-split-title
                                   imp-split-employer
                                   imp-split-location
                                   imp-split-salary
                                   imp-split-description
                                   imp-split-expiration
                                   imp-split-work-mode
                          end-unstring

                          *> Same rules createJobListing enforces
                          move spaces to imp-reject-reason
                          evaluate true
                              when function trim(imp-split-title trailing) = spaces
                                  move "missing title" to imp-reject-reason
                              when function trim(imp-split-employer trailing) = spaces
                                  move "missing employer" to imp-reject-reason
                              when function trim(imp-split-location trailing) = spaces
                                  move "missing location" to imp-reject-reason
                              when function trim(imp-split-description trailing) = spaces
                                  move "missing description" to imp-reject-reason
                              when function trim(imp-split-expiration trailing) not = spaces
                               and (function trim(imp-split-expiration trailing) is not numeric
                                    or function length(function trim(imp-split-expiration trailing)) not = 8)
                                  move "expiration is not YYYYMMDD" to imp-reject-reason
                              when other
                                  perform resolveImportLocation
                                  if imp-reject-reason = spaces
                                      perform importCheckDuplicate
                                      if imp-duplicate
                                          move "duplicate of an existing posting (title+employer)" to imp-reject-reason
                                      end-if
                                  end-if
                          end-evaluate

                          if imp-reject-reason = spaces
                              perform importWriteJob
                          end-if

                          move spaces to jobs-import-report-line
                          if imp-reject-reason = spaces
                              add 1 to imp-accept-count
                              string "ACCEPTED|" delimited by size
                                     function trim(imp-split-title trailing) delimited by size
                                     "|" delimited by size
                                     function trim(imp-split-employer trailing) delimited by size
                                     into jobs-import-report-line
                              end-string
                          else
                              add 1 to imp-reject-count
                              string "REJECTED|" delimited by size
                                     function trim(imp-reject-reason trailing) delimited by size
                                     "|" delimited by size
                                     function trim(jobs-import-line trailing) delimited by size
                                     into jobs-import-report-line
                              end-string
                          end-if
                          write jobs-import-report-line
                  end-read
              end-perform

              move spaces to jobs-import-report-line
              string "TOTAL|" delimited by size
                     function trim(imp-line-count leading) delimited by size
                     "|ACCEPTED|" delimited by size
                     function trim(imp-accept-count leading) delimited by size
                     "|REJECTED|" delimited by size
                     function trim(imp-reject-count leading) delimited by size
                     into jobs-import-report-line
              end-string
              write jobs-import-report-line
              close jobs-import-report
              close jobs-import

              move spaces to output-buffer
              string "Feed import done: " delimited by size
                     function trim(imp-accept-count leading) delimited by size
                     " accepted (" delimited by size
                     function trim(imp-held-count leading) delimited by size
                     " held for review), " delimited by size
                     function trim(imp-reject-count leading) delimited by size
                     " rejected (see jobs-import-report.txt)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: verifyRosterTotals
*> Purpose:   Header/trailer verification pass over roster-import.txt
*> Output:    ifc-valid-flag, ifc-fail-reason
       verifyRosterTotals.
              perform interfaceResetTotals
              open input roster-import
              if roster-import-status = "00"
                  perform until roster-import-status not = "00"
                      read roster-import
                          at end
                              exit perform
                          not at end
                              move roster-import-line to ifc-line-buffer
                              perform interfaceTallyLine
                      end-read
                  end-perform
              end-if
              close roster-import
              perform interfaceJudgeTotals
              exit.

*> Paragraph: verifyEnrollmentTotals
*> Purpose:   Header/trailer verification pass over enrollment-feed.txt
*> Output:    ifc-valid-flag, ifc-fail-reason
       verifyEnrollmentTotals.
              perform interfaceResetTotals
              open input enrollment-feed
              if enrollment-feed-status = "00"
                  perform until enrollment-feed-status not = "00"
                      read enrollment-feed
                          at end
                              exit perform
                          not at end
                              move enrollment-feed-line to ifc-line-buffer
                              perform interfaceTallyLine
                      end-read
                  end-perform
              end-if
              close enrollment-feed
              perform interfaceJudgeTotals
              exit.

*> Paragraph: verifyInboundTotals
*> Purpose:   Header/trailer verification pass over mail-inbound.txt
*> Output:    ifc-valid-flag, ifc-fail-reason
       verifyInboundTotals.
              perform interfaceResetTotals
              open input mail-inbound
              if mail-inbound-status = "00"
                  perform until mail-inbound-status not = "00"
                      read mail-inbound
                          at end
                              exit perform
                          not at end
                              move mail-inbound-line to ifc-line-buffer
                              perform interfaceTallyLine
                      end-read
                  end-perform
              end-if
              close mail-inbound
              perform interfaceJudgeTotals
              exit.

*> Paragraph: verifyMailStatusTotals
*> Purpose:   Header/trailer verification pass over mail-status.txt
*> Output:    ifc-valid-flag, ifc-fail-reason
       verifyMailStatusTotals.
              perform interfaceResetTotals
              open input mail-status-returns
              if mail-status-returns-status = "00"
                  perform until mail-status-returns-status not = "00"
                      read mail-status-returns
                          at end
                              exit perform
                          not at end
                              move mail-status-line to ifc-line-buffer
                              perform interfaceTallyLine
                      end-read
                  end-perform
              end-if
              close mail-status-returns
              perform interfaceJudgeTotals
              exit.

*> Paragraph: verifyJobsImportTotals
*> Purpose:   Header/trailer verification pass over jobs-import.txt
*> Output:    ifc-valid-flag, ifc-fail-reason
       verifyJobsImportTotals.
              perform interfaceResetTotals
              open input jobs-import
              if jobs-import-status = "00"
                  perform until jobs-import-status not = "00"
                      read jobs-import
                          at end
                              exit perform
                          not at end
                              move jobs-import-line to ifc-line-buffer
                              perform interfaceTallyLine
                      end-read
                  end-perform
              end-if
              close jobs-import
              perform interfaceJudgeTotals
              exit.

*> Paragraph: importCheckDuplicate
*> Purpose:   Flags a feed row whose title+employer already exist in
*>            job-database (case-insensitive)
*> Input:     imp-split-title, imp-split-employer
*> Output:    imp-dup-flag
       importCheckDuplicate.
              move 'N' to imp-dup-flag
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              if function upper-case(function trim(job-title trailing)) =
                                 function upper-case(function trim(imp-split-title trailing))
                              and function upper-case(function trim(job-employer trailing)) =
                                  function upper-case(function trim(imp-split-employer trailing))
                                  move 'Y' to imp-dup-flag
                                  exit perform
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              exit.

*> Paragraph: importWriteJob
*> Purpose:   Writes one accepted feed row as a DRAFT posting owned by
*>            the normalized employer name (so the job-key follows the
*>            creator+title convention and an employer account with
*>            that username can manage it)
*> Input:     imp-split-* fields
*> Output:    imp-reject-reason set on a failed write
       importWriteJob.
              open i-o job-database
              if job-database-status = "35"
                  open output job-database
                  close job-database
                  open i-o job-database
              end-if
              if not job-database-ok
                  move "job database unavailable" to imp-reject-reason
                  close job-database
                  exit paragraph
              end-if

              initialize job-record
              move function trim(imp-split-title trailing) to job-title
              move function trim(imp-split-employer trailing) to job-employer
              move function trim(imp-loc-display trailing) to job-location
              move imp-loc-key to job-location-key
              move imp-loc-region to job-region
              move imp-loc-mode to job-work-mode
              move function trim(imp-split-salary trailing) to job-salary
              *> The feed's salary column is free text too - derive the
              *> structured range from it
              move imp-split-salary to psal-text
              perform parseSalaryText
              move function trim(imp-split-description trailing) to job-description
              move function trim(imp-split-expiration trailing) to job-expiration-date
              move function upper-case(function trim(imp-split-employer trailing)) to job-creator
              move function upper-case(function trim(imp-split-employer trailing)) to job-company-key
              move "DRAFT" to job-status
              move 'N' to job-resume-required
              move function current-date(1:8) to job-created-date
              move function current-date(1:8) to job-updated-date
              move spaces to job-key
              string function trim(job-creator trailing) delimited by size
                     function trim(job-title trailing) delimited by size
                     into job-key
              end-string

              move "ALL" to job-campus
              move "IMPORT" to risk-source
              move "DRAFT" to risk-release-status
              perform scorePostingRisk
              if risk-held
                  move "HELD" to job-status
              end-if

              write job-record
              if job-database-ok
                  move "FEED-IMPORT" to audit-actor
                  move "job-database.dat" to audit-file-name
                  move job-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  perform insertJobSearchIndexEntries
                  perform recordPostingRisk
                  if risk-held
                      add 1 to imp-held-count
                  end-if
              else
                  move "could not write posting (key already in use)" to imp-reject-reason
              end-if
              close job-database

              *> Feed postings are owned by the normalized employer name
              *> rather than an account - make sure that parent exists
              *> as a company page so reconciliation has something to
              *> check the creator against
              if imp-reject-reason = spaces
                  move job-company-key to company-key-buffer
                  perform findCompany
                  if not company-found
                      open i-o company-database
                      if company-file-missing
                          open output company-database
                          close company-database
                          open i-o company-database
                      end-if
                      if company-db-ok
                          initialize company-record
                          move function trim(company-key-buffer trailing) to company-key
                          move function trim(imp-split-employer trailing) to company-name
                          move function current-date(1:8) to company-created-date
                          move 'N' to company-verified
                          move "ALL" to company-campus
                          write company-record
                          if company-db-ok
                              move "FEED-IMPORT" to audit-actor
                              move "company-database.dat" to audit-file-name
                              move company-key to audit-record-key
                              move "WRITE" to audit-action
                              perform recordAuditEvent
                          end-if
                      end-if
                      close company-database
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Interface control-total machinery - the shared tally and judgement
*> behind every inbound loader's header/trailer verification pass
*>*******************************************************************

*> Paragraph: interfaceResetTotals
*> Purpose:   Clears the running totals ahead of a verification pass
       interfaceResetTotals.
              move 'N' to ifc-header-seen
              move 'N' to ifc-trailer-seen
              move 'N' to ifc-refused-flag
              move 0 to ifc-count
              move 0 to ifc-hash
              move 0 to ifc-expected-count
              move 0 to ifc-expected-hash
              exit.

*> Paragraph: interfaceTallyLine
*> Purpose:   Folds one interface line (copied into ifc-line-buffer)
*>            into the running totals - headers and trailers are
*>            recognized, everything else counts and hashes
*> Input:     ifc-line-buffer
*> Output:    ifc-* totals
       interfaceTallyLine.
              evaluate true
                  when ifc-line-buffer(1:2) = "H|"
                      move 'Y' to ifc-header-seen
                  when ifc-line-buffer(1:2) = "T|"
                      move 'Y' to ifc-trailer-seen
                      move spaces to ifc-split-count
                      move spaces to ifc-split-hash
                      unstring ifc-line-buffer delimited by "|"
                          into ifc-split-type
                               ifc-split-count
                               ifc-split-hash
                      end-unstring
                      if function trim(ifc-split-count trailing) is numeric
                          move function trim(ifc-split-count trailing) to ifc-expected-count
                      end-if
                      if function trim(ifc-split-hash trailing) is numeric
                          move function trim(ifc-split-hash trailing) to ifc-expected-hash
                      end-if
                  when other
                      add 1 to ifc-count
                      compute ifc-hash = function mod(ifc-hash
                          + function length(function trim(ifc-line-buffer trailing)),
                          999999999)
              end-evaluate
              exit.

*> Paragraph: interfaceJudgeTotals
*> Purpose:   Decides whether the tallied file may be processed
*> Input:     ifc-* totals
*> Output:    ifc-valid-flag, ifc-fail-reason
       interfaceJudgeTotals.
              move 'N' to ifc-valid-flag
              move spaces to ifc-fail-reason
              evaluate true
                  when ifc-header-seen not = 'Y'
                      move "missing H header record" to ifc-fail-reason
                  when ifc-trailer-seen not = 'Y'
                      move "missing T trailer record" to ifc-fail-reason
                  when ifc-count not = ifc-expected-count
                      move "record count disagrees with the trailer" to ifc-fail-reason
                  when ifc-hash not = ifc-expected-hash
                      move "hash total disagrees with the trailer" to ifc-fail-reason
                  when other
                      move 'Y' to ifc-valid-flag
              end-evaluate
              exit.

*> Paragraph: interfaceRefuse
*> Purpose:   Announces the refusal and flags it for the scheduler
*> Input:     ifc-fail-reason
*> Output:    ifc-refused-flag
       interfaceRefuse.
              move 'Y' to ifc-refused-flag
              move spaces to output-buffer
              string "Interface file refused - " delimited by size
                     function trim(ifc-fail-reason trailing) delimited by size
                     ". Nothing was processed." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*>*******************************************************************
*> Roster onboarding (batch job ROSTER) - creates student accounts in
*> bulk from the registrar's fall roster, each with pre-filled
*> profile fields, a generated temporary password spooled to the
*> student's contact address, and a forced password change at first
*> sign-in through the existing forcePasswordChange path. The
*> per-row accept/reject report follows jobs-import-report.txt.
*>*******************************************************************
       importStudentRoster.
              move 0 to ros-line-count
              move 0 to ros-accept-count
              move 0 to ros-reject-count

              open input roster-import
              if roster-import-status not = "00"
                  move "No roster-import.txt drop file found." to output-buffer
                  perform outputLine
                  close roster-import
                  exit paragraph
              end-if
              close roster-import

              perform verifyRosterTotals
              if not interface-file-valid
                  perform interfaceRefuse
                  exit paragraph
              end-if

              open input roster-import
              open output roster-import-report
              if roster-import-report-status not = "00"
                  move "Unable to open roster-import-report.txt." to output-buffer
                  perform outputLine
                  close roster-import
                  exit paragraph
              end-if

              perform findNumAccounts
              move num-accounts to ros-accounts-in-use

              perform until roster-import-status not = "00"
                  read roster-import
                      at end
                          exit perform
                      not at end
                          if roster-import-line(1:2) = "H|"
                          or roster-import-line(1:2) = "T|"
                              exit perform cycle
                          end-if
                          add 1 to ros-line-count
                          move spaces to ros-split-username
                          move spaces to ros-split-first
                          move spaces to ros-split-last
                          move spaces to ros-split-university
                          move spaces to ros-split-major
                          move spaces to ros-split-gradyear
                          move spaces to ros-split-contact
                          move spaces to ros-split-campus
                          unstring roster-import-line delimited by "|"
                              into ros-split-username
                                   ros-split-first
                                   ros-split-last
                                   ros-split-university
                                   ros-split-major
                                   ros-split-gradyear
                                   ros-split-contact
                                   ros-split-campus
                          end-unstring
                          move function upper-case(function trim(ros-split-campus)) to ros-split-campus
                          move 'Y' to cmp-code-valid-flag
                          if ros-split-campus not = spaces
                              move ros-split-campus to cmp-check-campus
                              perform campusLookupCode
                              if function length(function trim(ros-split-campus)) > 8
                                  move 'N' to cmp-code-valid-flag
                              end-if
                          end-if

                          move spaces to ros-reason
                          evaluate true
                              when function trim(ros-split-username trailing) = spaces
                                  move "missing username" to ros-reason
                              when function length(function trim(ros-split-username trailing)) > 30
                                  move "username longer than 30 characters" to ros-reason
                              when function trim(ros-split-first trailing) = spaces
                               or function trim(ros-split-last trailing) = spaces
                                  move "missing name" to ros-reason
                              when function trim(ros-split-gradyear trailing) not = spaces
                               and (function trim(ros-split-gradyear trailing) is not numeric
                                    or function length(function trim(ros-split-gradyear trailing)) not = 4)
                                  move "graduation year is not YYYY" to ros-reason
                              when not cmp-code-valid
                                  move "unknown campus code" to ros-reason
                              when other
                                  move ros-split-username to buffer-acct-username
                                  perform findAcct
                                  if acct-found
                                      move "username already taken" to ros-reason
                                  else
                                      if ros-accounts-in-use >= max-accounts
                                          move "account cap reached" to ros-reason
                                      end-if
                                  end-if
                          end-evaluate

                          if ros-reason = spaces
                              perform rosterCreateAccount
                          end-if

                          move spaces to roster-import-report-line
                          if ros-reason = spaces
                              add 1 to ros-accept-count
                              add 1 to ros-accounts-in-use
                              string "ACCEPTED|" delimited by size
                                     function trim(ros-split-username trailing) delimited by size
                                     "|" delimited by size
                                     function trim(ros-split-first trailing) delimited by size
                                     " " delimited by size
                                     function trim(ros-split-last trailing) delimited by size
                                     into roster-import-report-line
                              end-string
                          else
                              add 1 to ros-reject-count
                              string "REJECTED|" delimited by size
                                     function trim(ros-reason trailing) delimited by size
                                     "|" delimited by size
                                     function trim(roster-import-line trailing) delimited by size
                                     into roster-import-report-line
                              end-string
                          end-if
                          write roster-import-report-line
                  end-read
              end-perform
              close roster-import

              move spaces to roster-import-report-line
              string "TOTAL|" delimited by size
                     function trim(ros-line-count leading) delimited by size
                     "|ACCEPTED|" delimited by size
                     function trim(ros-accept-count leading) delimited by size
                     "|REJECTED|" delimited by size
                     function trim(ros-reject-count leading) delimited by size
                     into roster-import-report-line
              end-string
              write roster-import-report-line
              close roster-import-report

              move spaces to output-buffer
              string "Roster load done: " delimited by size
                     function trim(ros-accept-count leading) delimited by size
                     " account(s) created, " delimited by size
                     function trim(ros-reject-count leading) delimited by size
                     " rejected (see roster-import-report.txt)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: rosterCreateAccount
*> Purpose:   Creates one roster account with pre-filled profile
*>            fields, a forced-change temporary password, and the
*>            welcome spool to the student's contact address
*> Input:     ros-split-* fields
*> Output:    ros-reason set when the create fails
       rosterCreateAccount.
              *> The temporary password must not be guessable before
              *> the student's first sign-in, so it is derived from
              *> the hashPassword accumulators over the clock and the
              *> username rather than the enumerable row number -
              *> "Rs" + six digest digits + "#" satisfies the policy
              *> (length, capital, digit, special)
              move function current-date(9:8) to hash-salt
              move spaces to hash-input
              string function trim(ros-split-username trailing) delimited by size
                     function current-date(1:16) delimited by size
                     into hash-input
              end-string
              perform hashPassword
              move spaces to ros-temp-password
              string "Rs" delimited by size
                     hash-result(12:6) delimited by size
                     "#" delimited by size
                     into ros-temp-password
              end-string

              *> Pre-fill the record addAcct will stamp and write
              initialize acct-record
              move "STUDENT" to acct-type
              move "EN" to acct-language
              move "Set by the registrar roster load - ask career services" to acct-security-question
              move function trim(ros-split-first trailing) to profile-first-name
              move function trim(ros-split-last trailing) to profile-last-name
              move function trim(ros-split-university trailing) to profile-university
              move function trim(ros-split-major trailing) to profile-major
              if function trim(ros-split-gradyear trailing) is numeric
                  move function trim(ros-split-gradyear trailing) to profile-graduation-year
              end-if
              move function trim(ros-split-contact trailing) to profile-contact-email
              move 'Y' to profile-has-data
              move "PUBLIC" to profile-visibility
              move "NOT LOOKING" to profile-status
              move 'Y' to acct-must-change-pwd
              move ros-split-campus to acct-campus

              move ros-split-username to buffer-acct-username
              move ros-temp-password to buffer-acct-password
              perform addAcct
              if not new-user
                  move "could not create the account" to ros-reason
                  exit paragraph
              end-if

              *> Make the new profile searchable right away
              perform insertSearchIndexEntries

              *> Spool the temporary password to the contact address
              move buffer-acct-username to message-recipient-buffer
              move spaces to message-content-buffer
              string "Welcome to inCollege. Your account " delimited by size
                     function trim(buffer-acct-username trailing) delimited by size
                     " is ready - sign in with temporary password " delimited by size
                     function trim(ros-temp-password trailing) delimited by size
                     " and you will be asked to choose your own." delimited by size
                     into message-content-buffer
              end-string
              move "Your inCollege account" to message-spool-subject
              move function trim(ros-split-contact trailing) to spool-contact-override
              perform queueMailSpool
              move spaces to message-spool-subject
              exit.

*>*******************************************************************
*> Enrollment-verification feed load - reads the registrar drop file
*> ("username|university|graduation-year|campus" per enrolled
*> student), matches it against acct-database, and stamps the
*> verified-enrollment indicator - and the student's campus, when
*> the row gives one - when the claimed university agrees with the
*> registrar's record. Unmatched feed rows, mismatched claims and
*> accounts whose self-typed university the feed never confirmed all
*> land in enrollment-feed-report.txt, the same accept/reject shape
*> as jobs-import-report.txt.
*>*******************************************************************
       importEnrollmentFeed.
              move 0 to enr-line-count
              move 0 to enr-verified-count
              move 0 to enr-exception-count
              move 0 to enr-claim-count

              open input enrollment-feed
              if enrollment-feed-status not = "00"
                  move "No enrollment-feed.txt drop file found." to output-buffer
                  perform outputLine
                  close enrollment-feed
                  exit paragraph
              end-if
              close enrollment-feed

              perform verifyEnrollmentTotals
              if not interface-file-valid
                  perform interfaceRefuse
                  exit paragraph
              end-if

              open input enrollment-feed
              open output enrollment-report
              if enrollment-report-status not = "00"
                  move "Unable to open enrollment-feed-report.txt." to output-buffer
                  perform outputLine
                  close enrollment-feed
                  exit paragraph
              end-if

              perform until enrollment-feed-status not = "00"
                  read enrollment-feed
                      at end
                          exit perform
                      not at end
                          if enrollment-feed-line(1:2) = "H|"
                          or enrollment-feed-line(1:2) = "T|"
                              exit perform cycle
                          end-if
                          add 1 to enr-line-count
                          move spaces to enr-split-username
                          move spaces to enr-split-university
                          move spaces to enr-split-gradyear
                          move spaces to enr-split-campus
                          unstring enrollment-feed-line delimited by "|"
                              into enr-split-username
                                   enr-split-university
                                   enr-split-gradyear
                                   enr-split-campus
                          end-unstring
                          move function upper-case(function trim(enr-split-campus)) to enr-split-campus
                          move 'Y' to cmp-code-valid-flag
                          if enr-split-campus not = spaces
                              move enr-split-campus to cmp-check-campus
                              perform campusLookupCode
                              if function length(function trim(enr-split-campus)) > 8
                                  move 'N' to cmp-code-valid-flag
                              end-if
                          end-if

                          move spaces to enr-reason
                          evaluate true
                              when function trim(enr-split-username trailing) = spaces
                                  move "missing username" to enr-reason
                              when function trim(enr-split-university trailing) = spaces
                                  move "missing university" to enr-reason
                              when not cmp-code-valid
                                  move "unknown campus code" to enr-reason
                              when other
                                  move enr-split-username to buffer-acct-username
                                  perform findAcct
                                  if not acct-found
                                      move "no matching account" to enr-reason
                                  else
                                      if function upper-case(function trim(profile-university trailing)) not =
                                         function upper-case(function trim(enr-split-university trailing))
                                          move "claimed university does not match the registrar" to enr-reason
                                      end-if
                                  end-if
                          end-evaluate

                          if enr-reason = spaces
                              perform enrollStampAccount
                          end-if

                          move spaces to enrollment-report-line
                          if enr-reason = spaces
                              add 1 to enr-verified-count
                              string "VERIFIED|" delimited by size
                                     function trim(enr-split-username trailing) delimited by size
                                     "|" delimited by size
                                     function trim(enr-split-university trailing) delimited by size
                                     into enrollment-report-line
                              end-string
                          else
                              add 1 to enr-exception-count
                              string "EXCEPTION|" delimited by size
                                     function trim(enr-reason trailing) delimited by size
                                     "|" delimited by size
                                     function trim(enrollment-feed-line trailing) delimited by size
                                     into enrollment-report-line
                              end-string
                          end-if
                          write enrollment-report-line
                  end-read
              end-perform
              close enrollment-feed

              *> Unverified self-claims: a university on the profile the
              *> feed never confirmed is exactly what employers do not
              *> trust - report each one for follow-up
              open input acct-database
              if acct-database-status = "00"
                  perform until acct-database-status not = "00"
                      read acct-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(profile-university trailing) not = spaces
                              and not enrollment-verified
                                  add 1 to enr-claim-count
                                  move spaces to enrollment-report-line
                                  string "UNVERIFIED-CLAIM|" delimited by size
                                         function trim(acct-username trailing) delimited by size
                                         "|" delimited by size
                                         function trim(profile-university trailing) delimited by size
                                         into enrollment-report-line
                                  end-string
                                  write enrollment-report-line
                              end-if
                      end-read
                  end-perform
              end-if
              close acct-database

              move spaces to enrollment-report-line
              string "TOTAL|" delimited by size
                     function trim(enr-line-count leading) delimited by size
                     "|VERIFIED|" delimited by size
                     function trim(enr-verified-count leading) delimited by size
                     "|EXCEPTIONS|" delimited by size
                     function trim(enr-exception-count leading) delimited by size
                     "|UNVERIFIED-CLAIMS|" delimited by size
                     function trim(enr-claim-count leading) delimited by size
                     into enrollment-report-line
              end-string
              write enrollment-report-line
              close enrollment-report

              move spaces to output-buffer
              string "Enrollment feed done: " delimited by size
                     function trim(enr-verified-count leading) delimited by size
                     " verified, " delimited by size
                     function trim(enr-exception-count leading) delimited by size
                     " exception(s), " delimited by size
                     function trim(enr-claim-count leading) delimited by size
                     " unverified claim(s) (see enrollment-feed-report.txt)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: enrollStampAccount
*> Purpose:   Rewrites the matched acct-record (already loaded by
*>            findAcct) with the verified-enrollment stamp
*> Input:     acct-record
*> Output:    enr-reason set when the rewrite fails
       enrollStampAccount.
              open i-o acct-database
              if acct-database-status = "00"
                  move 'Y' to acct-verified-enrollment
                  move function current-date(1:8) to acct-verified-date
                  if enr-split-campus not = spaces
                      move enr-split-campus to acct-campus
                  end-if
                  rewrite acct-record
                  if acct-database-status = "00"
                      move "ENROLL-FEED" to audit-actor
                      move "acct-database.dat" to audit-file-name
                      move acct-username to audit-record-key
                      move "REWRITE" to audit-action
                      perform recordAuditEvent
                  else
                      move "account rewrite failed" to enr-reason
                  end-if
              else
                  move "account database unavailable" to enr-reason
              end-if
              close acct-database
              exit.

*>*******************************************************************
*> Employer applicant-tracking-system (ATS) interface - a company that
*> works its candidates in its own ATS opts in from the jobs menu.
*> The ATSOUT job then writes it a nightly file of the applications
*> new on its postings since the last one (profile summary, resume
*> text, screening answers, source), and the ATSIN job applies the
*> status file it sends back to application-status with the same
*> stage history, placement record and applicant notification that
*> manageApplicant gives. Both files carry the H header and T|count|
*> hash trailer every interface uses; status rows that match no
*> application sent to the company, or that arrive out of sequence,
*> go to ats-exceptions.txt instead of being applied.
*>*******************************************************************

*> Paragraph: atsPartnerSettings
*> Purpose:   Lets a member of a company page opt the company in to
*>            (or out of) the nightly ATS files
*> Input:     current-user
*> Output:    None
       atsPartnerSettings.
              perform findEmployerCompany
              if tal-company = spaces
                  move "Your account is not linked to a company page yet." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move tal-company to cmb-check-company
              move current-user to cmb-check-user
              perform checkCompanyMember
              if not is-company-member
                  move "Only a member of the company page can change its ATS interface - ask the operator to link your account." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move tal-company to atp-company-key
              perform atsFindPartner
              move spaces to output-buffer
              string "--- ATS Interface for " delimited by size
                     function trim(tal-company trailing) delimited by size
                     " ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              if ats-partner-found and atp-active
                  move atp-partner-id to ats-id-disp
                  string "Enrolled since " delimited by size
                         atp-opted-date delimited by size
                         ". Nightly file ats-out-" delimited by size
                         ats-id-disp delimited by size
                         "-<number>.txt out, status file ats-in-" delimited by size
                         ats-id-disp delimited by size
                         ".txt back." delimited by size
                         into output-buffer
                  end-string
              else
                  move "Not enrolled - applications are worked in the Manage My Postings screens." to output-buffer
              end-if
              perform outputLine
              if ats-partner-found and atp-active
                  move "[2] Opt out of the nightly ATS files" to output-buffer
              else
                  move "[1] Opt in to the nightly ATS files" to output-buffer
              end-if
              perform outputLine
              move "[q] Back" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine

              evaluate true
                  when input-buffer = '1'
                  and not (ats-partner-found and atp-active)
                      if support-viewing
                          perform supportWriteBlocked
                          exit paragraph
                      end-if
                      move "Applications made from today on will go to your ATS each night. Opt in? (Y/N): " to input-prompt
                      perform readInputLine
                      if function upper-case(function trim(input-buffer trailing)) = "Y"
                          perform atsOptIn
                      end-if
                  when input-buffer = '2'
                  and ats-partner-found and atp-active
                      if support-viewing
                          perform supportWriteBlocked
                          exit paragraph
                      end-if
                      perform atsOptOut
                  when other
                      continue
              end-evaluate
              exit.

*> Paragraph: atsFindPartner
*> Purpose:   Reads the company's ATS enrollment, if it has one
*> Input:     atp-company-key
*> Output:    ats-partner-found-flag, ats-partner-record when found
       atsFindPartner.
              move 'N' to ats-partner-found-flag
              open input ats-partners
              if ats-partner-ok
                  read ats-partners
                      key is atp-company-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to ats-partner-found-flag
                  end-read
              end-if
              close ats-partners
              exit.

*> Paragraph: atsOptIn
*> Purpose:   Enrolls tal-company (or re-activates a stopped
*>            enrollment, keeping its file number)
*> Input:     tal-company, current-user
*> Output:    None
       atsOptIn.
              open i-o ats-partners
              if ats-partner-missing
                  open output ats-partners
                  close ats-partners
                  open i-o ats-partners
              end-if
              if not ats-partner-ok
                  move "Unable to open the ATS partner file." to output-buffer
                  perform outputLine
                  close ats-partners
                  exit paragraph
              end-if

              *> A new company gets the next file number
              move 0 to ats-next-id
              perform until ats-partner-status not = "00"
                  read ats-partners next record
                      at end
                          exit perform
                      not at end
                          if atp-partner-id > ats-next-id
                              move atp-partner-id to ats-next-id
                          end-if
                  end-read
              end-perform
              add 1 to ats-next-id

              move tal-company to atp-company-key
              read ats-partners
                  key is atp-company-key
                  invalid key
                      initialize ats-partner-record
                      move tal-company to atp-company-key
                      move ats-next-id to atp-partner-id
                      move "ACTIVE" to atp-status
                      move current-user to atp-opted-by
                      move function current-date(1:8) to atp-opted-date
                      write ats-partner-record
                      move "WRITE" to audit-action
                  not invalid key
                      move "ACTIVE" to atp-status
                      move current-user to atp-opted-by
                      move function current-date(1:8) to atp-opted-date
                      move spaces to atp-stopped-by
                      move spaces to atp-stopped-date
                      rewrite ats-partner-record
                      move "REWRITE" to audit-action
              end-read
              if ats-partner-ok
                  move current-user to audit-actor
                  move "ats-partners.dat" to audit-file-name
                  move atp-company-key to audit-record-key
                  perform recordAuditEvent
                  move atp-partner-id to ats-id-disp
                  move spaces to output-buffer
                  string "Enrolled. Your nightly file is ats-out-" delimited by size
                         ats-id-disp delimited by size
                         "-<number>.txt; send statuses back as ats-in-" delimited by size
                         ats-id-disp delimited by size
                         ".txt." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move "Could not record the enrollment." to output-buffer
                  perform outputLine
              end-if
              close ats-partners
              exit.

*> Paragraph: atsOptOut
*> Purpose:   Stops the nightly files for tal-company
*> Input:     tal-company, current-user
*> Output:    None
       atsOptOut.
              open i-o ats-partners
              if ats-partner-ok
                  move tal-company to atp-company-key
                  read ats-partners
                      key is atp-company-key
                      invalid key
                          continue
                      not invalid key
                          move "STOPPED" to atp-status
                          move current-user to atp-stopped-by
                          move function current-date(1:8) to atp-stopped-date
                          rewrite ats-partner-record
                          move current-user to audit-actor
                          move "ats-partners.dat" to audit-file-name
                          move atp-company-key to audit-record-key
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                          move "Opted out - no further ATS files will be written or read." to output-buffer
                          perform outputLine
                  end-read
              end-if
              close ats-partners
              exit.

*> Paragraph: atsLoadPartners
*> Purpose:   Loads the companies currently enrolled
*> Input:     None
*> Output:    ats-partner-count, ats-partner-table
       atsLoadPartners.
              move 0 to ats-partner-count
              open input ats-partners
              if ats-partner-ok
                  perform until ats-partner-status not = "00"
                      read ats-partners next record
                          at end
                              exit perform
                          not at end
                              if atp-active and ats-partner-count < 100
                                  add 1 to ats-partner-count
                                  move atp-company-key to ats-t-company(ats-partner-count)
                                  move atp-partner-id to ats-t-id(ats-partner-count)
                                  move atp-opted-date to ats-t-opted-date(ats-partner-count)
                              end-if
                      end-read
                  end-perform
              end-if
              close ats-partners
              exit.

*>*******************************************************************
*> Outbound (batch job ATSOUT) - one file per enrolled company,
*> ats-out-<id>-<file number>.txt, with every application on its
*> postings made since it opted in that has not been sent before.
*> ats-sent.dat remembers what went, so a rerun sends nothing twice.
*>*******************************************************************
       atsOutboundJob.
              move 0 to ats-file-count
              move 0 to ats-sent-count
              perform atsLoadPartners
              if ats-partner-count = 0
                  move "No companies are enrolled in the ATS interface." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o ats-sent
              if ats-sent-missing
                  open output ats-sent
                  close ats-sent
                  open i-o ats-sent
              end-if
              if not ats-sent-ok
                  move "Unable to open ats-sent.dat." to output-buffer
                  perform outputLine
                  close ats-sent
                  exit paragraph
              end-if
              perform varying ats-pdx from 1 by 1 until ats-pdx > ats-partner-count
                  perform atsWriteOutboundFile
              end-perform
              close ats-sent

              move spaces to output-buffer
              string "ATS outbound done: " delimited by size
                     function trim(ats-file-count leading) delimited by size
                     " file(s), " delimited by size
                     function trim(ats-sent-count leading) delimited by size
                     " application(s) sent." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: atsWriteOutboundFile
*> Purpose:   Writes the next outbound file for partner ats-pdx and
*>            advances its file number
*> Input:     ats-partner-entry(ats-pdx), ats-sent open i-o
*> Output:    ats-file-count, ats-sent-count
       atsWriteOutboundFile.
              open i-o ats-partners
              if not ats-partner-ok
                  close ats-partners
                  exit paragraph
              end-if
              move ats-t-company(ats-pdx) to atp-company-key
              read ats-partners
                  key is atp-company-key
                  invalid key
                      close ats-partners
                      exit paragraph
              end-read
              add 1 to atp-out-file-seq
              move atp-partner-id to ats-id-disp
              move atp-out-file-seq to ats-seq-disp
              move spaces to ats-out-name
              string "ats-out-" delimited by size
                     ats-id-disp delimited by size
                     "-" delimited by size
                     ats-seq-disp delimited by size
                     ".txt" delimited by size
                     into ats-out-name
              end-string

              open output ats-outbound
              if ats-out-status not = "00"
                  move spaces to output-buffer
                  string "Unable to write " delimited by size
                         function trim(ats-out-name trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  close ats-outbound
                  close ats-partners
                  exit paragraph
              end-if
              move 0 to ats-file-rows
              move 0 to ats-file-hash
              move spaces to ats-out-line
              string "H|INCOLLEGE|ATS-OUT|" delimited by size
                     function trim(atp-company-key trailing) delimited by size
                     "|" delimited by size
                     bdt-business-date delimited by size
                     "|" delimited by size
                     ats-seq-disp delimited by size
                     into ats-out-line
              end-string
              write ats-out-line

              *> The company's postings, then each posting's
              *> applications through the posting index
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(job-company-key trailing) =
                                 function trim(atp-company-key trailing)
                                  perform atsSendPosting
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database

              move spaces to ats-out-line
              string "T|" delimited by size
                     function trim(ats-file-rows leading) delimited by size
                     "|" delimited by size
                     function trim(ats-file-hash leading) delimited by size
                     into ats-out-line
              end-string
              write ats-out-line
              close ats-outbound
              add 1 to ats-file-count

              move bdt-business-date to atp-out-last-date
              rewrite ats-partner-record
              close ats-partners

              move "ATS-FEED" to audit-actor
              move "ats-outbound" to audit-file-name
              move ats-out-name to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent

              move spaces to output-buffer
              string function trim(ats-out-name trailing) delimited by size
                     ": " delimited by size
                     function trim(ats-file-rows leading) delimited by size
                     " application(s) for " delimited by size
                     function trim(atp-company-key trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: atsSendPosting
*> Purpose:   Sends the not-yet-sent applications on the posting in
*>            job-record made on or after the partner's opt-in date
*> Input:     job-record, ats-partner-entry(ats-pdx)
*> Output:    outbound rows, ats-sent records
       atsSendPosting.
              open input application-database
              if application-ok
                  move job-key to application-job-key
                  start application-database key is equal to application-job-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-job-key not = job-key
                                  exit perform
                              end-if
                              if application-created-date not < ats-t-opted-date(ats-pdx)
                                  move application-key to ats-app-key
                                  read ats-sent
                                      key is ats-app-key
                                      invalid key
                                          perform atsWriteApplicationRow
                                      not invalid key
                                          continue
                                  end-read
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              exit.

*> Paragraph: atsWriteApplicationRow
*> Purpose:   Writes the outbound row for the application in
*>            application-record and records it as sent. A name-blind
*>            posting's candidate goes without name, contact or resume
*>            until the employer shortlists them
*> Input:     application-record, job-record
*> Output:    outbound row, ats-sent record
       atsWriteApplicationRow.
              move spaces to ats-first-name
              move spaces to ats-last-name
              move spaces to ats-university
              move spaces to ats-major
              move spaces to ats-grad-year
              move spaces to ats-contact
              move application-username to buffer-acct-username
              perform findAcct
              if acct-found
                  move profile-first-name to ats-first-name
                  move profile-last-name to ats-last-name
                  move profile-university to ats-university
                  move profile-major to ats-major
                  move profile-graduation-year to ats-grad-year
                  move profile-contact-email to ats-contact
              end-if
              move application-resume-text to ats-resume
              if blind-screening-on and not applicant-is-shortlisted
                  move spaces to ats-first-name
                  move spaces to ats-last-name
                  move spaces to ats-contact
                  move spaces to ats-resume
              end-if
              perform varying ats-ans-idx from 1 by 1 until ats-ans-idx > 5
                  move application-screen-answer(ats-ans-idx) to ats-answer(ats-ans-idx)
                  inspect ats-answer(ats-ans-idx) replacing all "|" by "/"
              end-perform
              *> Free text must not break the delimited layout
              inspect ats-resume replacing all "|" by "/"
              inspect ats-first-name replacing all "|" by "/"
              inspect ats-last-name replacing all "|" by "/"

              move spaces to ats-out-line
              move 1 to ats-line-ptr
              string "D|" delimited by size
                     function trim(application-key trailing) delimited by size
                     "|" delimited by size
                     function trim(application-job-key trailing) delimited by size
                     "|" delimited by size
                     function trim(job-title trailing) delimited by size
                     "|" delimited by size
                     function trim(application-status trailing) delimited by size
                     "|" delimited by size
                     application-created-date delimited by size
                     "|" delimited by size
                     function trim(application-source trailing) delimited by size
                     "|" delimited by size
                     function trim(application-username trailing) delimited by size
                     "|" delimited by size
                     function trim(ats-first-name trailing) delimited by size
                     "|" delimited by size
                     function trim(ats-last-name trailing) delimited by size
                     "|" delimited by size
                     function trim(ats-university trailing) delimited by size
                     "|" delimited by size
                     function trim(ats-major trailing) delimited by size
                     "|" delimited by size
                     ats-grad-year delimited by size
                     "|" delimited by size
                     function trim(ats-contact trailing) delimited by size
                     into ats-out-line
                     with pointer ats-line-ptr
              end-string
              perform varying ats-ans-idx from 1 by 1 until ats-ans-idx > 5
                  string "|" delimited by size
                         function trim(ats-answer(ats-ans-idx) trailing) delimited by size
                         into ats-out-line
                         with pointer ats-line-ptr
                  end-string
              end-perform
              string "|" delimited by size
                     function trim(ats-resume trailing) delimited by size
                     into ats-out-line
                     with pointer ats-line-ptr
              end-string
              write ats-out-line
              add 1 to ats-file-rows
              compute ats-file-hash = function mod(ats-file-hash
                  + function length(function trim(ats-out-line trailing)),
                  999999999)

              initialize ats-sent-record
              move application-key to ats-app-key
              move atp-company-key to ats-company-key
              move atp-out-file-seq to ats-out-file-seq
              move bdt-business-date to ats-sent-date
              move application-status to ats-last-status
              move application-status-date to ats-last-status-date
              write ats-sent-record
              add 1 to ats-sent-count
              exit.

*>*******************************************************************
*> Inbound (batch job ATSIN) - applies each enrolled company's
*> ats-in-<id>.txt status file ("D|sequence|application-key|status|
*> status-date|reference" rows between an "H|company|ATS-IN|date"
*> header and the T|count|hash trailer). A file that fails its
*> control totals is refused whole; a row that matches no
*> application sent to that company, or whose sequence number or
*> date is not after the last one applied, is reported in
*> ats-exceptions.txt and left alone. An applied file is set aside
*> as .done so a rerun cannot apply it twice.
*>*******************************************************************
       atsInboundJob.
              move 0 to ats-in-row-count
              move 0 to ats-applied-count
              move 0 to ats-unchanged-count
              move 0 to ats-exception-count
              move 0 to ats-refused-count
              perform atsLoadPartners

              open output ats-exceptions
              if ats-exc-status not = "00"
                  move "Unable to open ats-exceptions.txt for output." to output-buffer
                  perform outputLine
                  close ats-exceptions
                  exit paragraph
              end-if

              *> The shared writers behind a status change stamp the
              *> signed-in user - the feed signs for this run
              move current-user to ats-saved-user
              move "ATS-FEED" to current-user
              perform varying ats-pdx from 1 by 1 until ats-pdx > ats-partner-count
                  perform atsApplyInboundFile
              end-perform
              move ats-saved-user to current-user

              move spaces to ats-exc-line
              string "TOTAL|" delimited by size
                     function trim(ats-in-row-count leading) delimited by size
                     "|APPLIED|" delimited by size
                     function trim(ats-applied-count leading) delimited by size
                     "|EXCEPTIONS|" delimited by size
                     function trim(ats-exception-count leading) delimited by size
                     "|REFUSED-FILES|" delimited by size
                     function trim(ats-refused-count leading) delimited by size
                     into ats-exc-line
              end-string
              write ats-exc-line
              close ats-exceptions

              move spaces to output-buffer
              string "ATS inbound done: " delimited by size
                     function trim(ats-applied-count leading) delimited by size
                     " status(es) applied (" delimited by size
                     function trim(ats-unchanged-count leading) delimited by size
                     " unchanged), " delimited by size
                     function trim(ats-exception-count leading) delimited by size
                     " exception(s), " delimited by size
                     function trim(ats-refused-count leading) delimited by size
                     " file(s) refused (see ats-exceptions.txt)." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: atsApplyInboundFile
*> Purpose:   Verifies and applies partner ats-pdx's status file, if
*>            one is waiting
*> Input:     ats-partner-entry(ats-pdx)
*> Output:    counters, exception lines
       atsApplyInboundFile.
              move ats-t-id(ats-pdx) to ats-id-disp
              move spaces to ats-in-name
              string "ats-in-" delimited by size
                     ats-id-disp delimited by size
                     ".txt" delimited by size
                     into ats-in-name
              end-string
              call "CBL_CHECK_FILE_EXIST" using ats-in-name bkp-file-info
              if return-code not = 0
                  exit paragraph
              end-if

              perform verifyAtsInboundTotals
              if interface-file-valid
              and function upper-case(function trim(ats-hdr-company trailing)) not =
                  function upper-case(function trim(ats-t-company(ats-pdx) trailing))
                  move 'N' to ifc-valid-flag
                  move "header names a different company" to ifc-fail-reason
              end-if
              if not interface-file-valid
                  perform interfaceRefuse
                  add 1 to ats-refused-count
                  move spaces to ats-exc-line
                  string "REFUSED|" delimited by size
                         function trim(ats-t-company(ats-pdx) trailing) delimited by size
                         "|" delimited by size
                         function trim(ats-in-name trailing) delimited by size
                         "|" delimited by size
                         function trim(ifc-fail-reason trailing) delimited by size
                         into ats-exc-line
                  end-string
                  write ats-exc-line
                  exit paragraph
              end-if

              open i-o ats-sent
              if ats-sent-missing
                  open output ats-sent
                  close ats-sent
                  open i-o ats-sent
              end-if
              open input ats-inbound
              perform until ats-in-status not = "00"
                  read ats-inbound
                      at end
                          exit perform
                      not at end
                          if ats-in-line(1:2) = "H|"
                          or ats-in-line(1:2) = "T|"
                              exit perform cycle
                          end-if
                          perform atsApplyStatusRow
                  end-read
              end-perform
              close ats-inbound
              close ats-sent

              open i-o ats-partners
              if ats-partner-ok
                  move ats-t-company(ats-pdx) to atp-company-key
                  read ats-partners
                      key is atp-company-key
                      invalid key
                          continue
                      not invalid key
                          move bdt-business-date to atp-in-last-date
                          rewrite ats-partner-record
                  end-read
              end-if
              close ats-partners

              *> The drop file is consumed once applied
              move spaces to ats-in-done-name
              string "ats-in-" delimited by size
                     ats-id-disp delimited by size
                     "-" delimited by size
                     function current-date(1:14) delimited by size
                     ".done" delimited by size
                     into ats-in-done-name
              end-string
              call "CBL_RENAME_FILE" using ats-in-name
                                           ats-in-done-name
              exit.

*> Paragraph: verifyAtsInboundTotals
*> Purpose:   Header/trailer verification pass over the partner's
*>            status file, keeping the company its header names
*> Input:     ats-in-name
*> Output:    ifc-valid-flag, ifc-fail-reason, ats-hdr-company
       verifyAtsInboundTotals.
              perform interfaceResetTotals
              move spaces to ats-hdr-company
              open input ats-inbound
              if ats-in-status = "00"
                  perform until ats-in-status not = "00"
                      read ats-inbound
                          at end
                              exit perform
                          not at end
                              move ats-in-line to ifc-line-buffer
                              perform interfaceTallyLine
                              if ats-in-line(1:2) = "H|"
                                  unstring ats-in-line delimited by "|"
                                      into ats-split-type
                                           ats-hdr-company
                                  end-unstring
                              end-if
                      end-read
                  end-perform
              end-if
              close ats-inbound
              perform interfaceJudgeTotals
              exit.

*> Paragraph: atsApplyStatusRow
*> Purpose:   Checks one status row against what was sent to the
*>            company and applies it, or reports why not
*> Input:     ats-in-line, ats-partner-entry(ats-pdx), ats-sent open
*> Output:    counters, exception line
       atsApplyStatusRow.
              add 1 to ats-in-row-count
              move spaces to ats-split-type
              move spaces to ats-split-seq
              move spaces to ats-split-key
              move spaces to ats-split-status
              move spaces to ats-split-date
              move spaces to ats-split-ref
              unstring ats-in-line delimited by "|"
                  into ats-split-type
                       ats-split-seq count in ats-seq-len
                       ats-split-key
                       ats-split-status
                       ats-split-date
                       ats-split-ref
              end-unstring
              move function upper-case(function trim(ats-split-status trailing)) to ats-split-status

              move spaces to ats-reason
              evaluate true
                  when ats-split-type not = "D"
                      move "unknown record type" to ats-reason
                  when ats-seq-len = 0 or ats-seq-len > 9
                      move "sequence number missing or too long" to ats-reason
                  when ats-split-seq(1:ats-seq-len) is not numeric
                      move "sequence number is not numeric" to ats-reason
                  when ats-split-status not = "ACCEPTED"
                  and ats-split-status not = "REJECTED"
                  and ats-split-status not = "INTERVIEWING"
                      move "unknown status - expected ACCEPTED, REJECTED or INTERVIEWING" to ats-reason
                  when ats-split-date(1:8) is not numeric
                  or ats-split-date(9:2) not = spaces
                      move "status date is not YYYYMMDD" to ats-reason
                  when other
                      move ats-split-seq(1:ats-seq-len) to ats-row-seq
                      move ats-split-key to ats-app-key
                      read ats-sent
                          key is ats-app-key
                          invalid key
                              move "unmatched - application was never sent to this company" to ats-reason
                          not invalid key
                              if function trim(ats-company-key trailing) not =
                                 function trim(ats-t-company(ats-pdx) trailing)
                                  move "unmatched - application was sent to a different company" to ats-reason
                              else
                                  if ats-row-seq not > ats-last-seq
                                      move ats-last-seq to ats-last-seq-disp
                                      string "out of sequence - not after row " delimited by size
                                             function trim(ats-last-seq-disp leading) delimited by size
                                             " already applied" delimited by size
                                             into ats-reason
                                      end-string
                                  end-if
                              end-if
                      end-read
              end-evaluate

              if ats-reason = spaces
                  perform atsApplyStatus
              end-if

              if ats-reason not = spaces
                  add 1 to ats-exception-count
                  move spaces to ats-exc-line
                  string "EXCEPTION|" delimited by size
                         function trim(ats-t-company(ats-pdx) trailing) delimited by size
                         "|" delimited by size
                         function trim(ats-reason trailing) delimited by size
                         "|" delimited by size
                         function trim(ats-in-line trailing) delimited by size
                         into ats-exc-line
                  end-string
                  write ats-exc-line
              end-if
              exit.

*> Paragraph: atsApplyStatus
*> Purpose:   Rewrites the application with the row's status (the
*>            ats-sent record is loaded), then sends the usual
*>            notifications for a real change
*> Input:     ats-split-*, ats-row-seq, ats-sent-record
*> Output:    ats-reason set when the row cannot be applied
       atsApplyStatus.
              move 'N' to applicant-update-ok
              open i-o application-database
              if not application-ok
                  move "application file unavailable" to ats-reason
                  close application-database
                  exit paragraph
              end-if
              move ats-split-key to application-key
              read application-database
                  key is application-key
                  invalid key
                      move "unmatched - no such application (withdrawn, archived or purged)" to ats-reason
                  not invalid key
                      evaluate true
                          when application-closed
                              move "application is already closed" to ats-reason
                          when application-status-date is numeric
                          and ats-split-date(1:8) < application-status-date
                              move "out of sequence - dated before the application's current status" to ats-reason
                          when other
                              move application-status to ats-old-status
                              move application-key to pipe-app-key
                              move application-created-date to pipe-app-created
                              move application-username to pipe-app-username
                              move ats-split-status to application-status
                              move ats-split-date(1:8) to application-status-date
                              rewrite application-record
                              if application-ok
                                  move 'Y' to applicant-update-ok
                                  move "ATS-FEED" to audit-actor
                                  move "application-database.dat" to audit-file-name
                                  move application-key to audit-record-key
                                  move "REWRITE" to audit-action
                                  perform recordAuditEvent
                              else
                                  move "application rewrite failed" to ats-reason
                              end-if
                      end-evaluate
              end-read
              close application-database
              if applicant-update-ok not = 'Y'
                  exit paragraph
              end-if

              move ats-row-seq to ats-last-seq
              move ats-split-status to ats-last-status
              move ats-split-date(1:8) to ats-last-status-date
              move ats-split-ref to ats-reference
              rewrite ats-sent-record
              add 1 to ats-applied-count

              if ats-old-status = ats-split-status
                  add 1 to ats-unchanged-count
                  exit paragraph
              end-if
              perform atsNotifyApplicant
              exit.

*> Paragraph: atsNotifyApplicant
*> Purpose:   The follow-on of a status change, as manageApplicant
*>            does it - stage history for a decision, the placement
*>            record and referral credit for a hire, and the
*>            applicant's high-priority status message. Interview
*>            scheduling and the offer stay with the company's ATS.
*> Input:     application-record, pipe-app-*
*> Output:    None
       atsNotifyApplicant.
              open input job-database
              move application-job-key to job-key
              read job-database
                  key is job-key
                  invalid key
                      move application-job-title to job-title
                      move application-employer to job-employer
                      move application-location to job-location
                      move "ATS-FEED" to job-creator
              end-read
              close job-database

              *> The shared writers read the applicant from the
              *> selected slot of the applicant list
              move 1 to selected-applicant-index
              move application-username to applicant-username-entry(1)
              move application-key to applicant-key-entry(1)
              move application-status to applicant-status-entry(1)

              if application-accepted or application-rejected
                  perform loadStageHistory
                  move pipe-hist-to(pipe-hist-count) to pipe-from-stage
                  move application-status to pipe-to-stage
                  move "ATS-FEED" to pipe-actor
                  perform writeStageHistory
              end-if
              if application-accepted
                  perform writePlacementInterface
                  perform creditReferralHired
              end-if

              move spaces to message-content-buffer
              string "Your application for " delimited by size
                     function trim(job-title trailing) delimited by size
                     " has been updated to: " delimited by size
                     function trim(application-status trailing) delimited by size
                     into message-content-buffer
              end-string
              if application-interviewing
                  string function trim(message-content-buffer trailing) delimited by size
                         ". The employer will contact you to arrange the interview." delimited by size
                         into message-content-buffer
                  end-string
              end-if
              move function trim(job-creator trailing) to message-sender-buffer
              move application-username to message-recipient-buffer
              move 'Y' to message-priority-flag
              move "Application status update" to message-spool-subject
              move "STATUS" to notify-class-buffer
              perform saveMessage
              exit.

*> Paragraph: clearAtsSent
*> Purpose:   Drops the ATS sent record of an application being
*>            withdrawn or purged
*> Input:     pipe-app-key
*> Output:    None
       clearAtsSent.
              open i-o ats-sent
              if ats-sent-ok
                  move pipe-app-key to ats-app-key
                  delete ats-sent
                      invalid key
                          continue
                      not invalid key
                          perform setAuditActor
                          move "ats-sent.dat" to audit-file-name
                          move ats-app-key to audit-record-key
                          move "DELETE" to audit-action
                          perform recordAuditEvent
                  end-delete
              end-if
              close ats-sent
              exit.

*>*******************************************************************
*> Campus partitioning - the installation is shared by the main and
*> regional campuses. Accounts, postings, events and company pages
*> carry a campus code from campuses.dat (a blank code, on anything
*> written before campuses existed, reads as the home campus, and
*> ALL on a posting, event or company page means system-wide).
*> Students and alumni see their own campus's postings and events
*> plus the system-wide ones; operators (operator-campus.dat) and
*> advisors (acct-central-staff) are held to their own campus unless
*> they are central staff; and the digest, placement, salary, aging
*> and responsiveness reports run for one campus or rolled up.
*>*******************************************************************

*> Paragraph: seedCampusReference
*> Purpose:   Writes the home campus the first time the campus file
*>            is found empty, so every existing record has a campus
*> Input:     cmp-home-campus
*> Output:    None
       seedCampusReference.
              open i-o campuses
              if campus-missing
                  open output campuses
                  close campuses
                  open i-o campuses
              end-if
              if not campus-ok
                  close campuses
                  exit paragraph
              end-if
              read campuses next record
                  at end
                      initialize campus-record
                      move cmp-home-campus to cps-code
                      move "Home campus" to cps-name
                      move 'A' to cps-status
                      move "SYSTEM" to cps-added-by
                      move function current-date(1:8) to cps-added-date
                      write campus-record
              end-read
              close campuses
              exit.

*> Paragraph: campusNormalize
*> Purpose:   Folds a campus code to upper case, reading a blank code
*>            (a record from before campuses) as the home campus
*> Input:     cmp-check-campus
*> Output:    cmp-check-campus
       campusNormalize.
              move function upper-case(function trim(cmp-check-campus)) to cmp-check-campus
              if cmp-check-campus = spaces
                  move cmp-home-campus to cmp-check-campus
              end-if
              exit.

*> Paragraph: campusStartSession
*> Purpose:   Takes on the campus of the account just signed in and,
*>            for an advisor, the staff scope that goes with it (the
*>            operator's scope is kept for a support view to restore)
*> Input:     acct-record, current-acct-type
*> Output:    cmp-session-campus, cmp-staff-campus,
*>            cmp-staff-central-flag
       campusStartSession.
              move acct-campus to cmp-check-campus
              perform campusNormalize
              move cmp-check-campus to cmp-session-campus
              move cmp-staff-campus to cmp-saved-staff-campus
              move cmp-staff-central-flag to cmp-saved-central-flag
              if session-advisor
                  move cmp-session-campus to cmp-staff-campus
                  if acct-is-central-staff
                      move 'Y' to cmp-staff-central-flag
                  else
                      move 'N' to cmp-staff-central-flag
                  end-if
              end-if
              exit.

*> Paragraph: campusEndSession
*> Purpose:   Drops the signed-out account's campus and puts back the
*>            staff scope that was in force before it
*> Input:     cmp-saved-staff-campus, cmp-saved-central-flag
*> Output:    cmp-session-campus, cmp-staff-campus,
*>            cmp-staff-central-flag
       campusEndSession.
              move spaces to cmp-session-campus
              move cmp-saved-staff-campus to cmp-staff-campus
              move cmp-saved-central-flag to cmp-staff-central-flag
              exit.

*> Paragraph: campusLoadOperatorScope
*> Purpose:   Sets the staff scope of the operator just signed in to
*>            the console - no campus row, or a central one, is
*>            central staff
*> Input:     operator-id
*> Output:    cmp-staff-campus, cmp-staff-central-flag
       campusLoadOperatorScope.
              move spaces to cmp-staff-campus
              move 'Y' to cmp-staff-central-flag
              open input operator-campus
              if opr-campus-ok
                  move operator-id to ocp-opr-id
                  read operator-campus
                      key is ocp-opr-id
                      invalid key
                          continue
                      not invalid key
                          if not ocp-is-central
                              move ocp-campus to cmp-check-campus
                              perform campusNormalize
                              move cmp-check-campus to cmp-staff-campus
                              move 'N' to cmp-staff-central-flag
                          end-if
                  end-read
              end-if
              close operator-campus
              exit.

*> Paragraph: campusRecordVisible
*> Purpose:   Decides whether the posting or event with the campus in
*>            cmp-check-campus is shown to whoever is at the keyboard -
*>            students and alumni see their own campus and the
*>            system-wide records, employers see everything, and the
*>            console and advisors go by their staff scope
*> Input:     cmp-check-campus, logged-in, current-acct-type
*> Output:    cmp-visible-flag
       campusRecordVisible.
              perform campusNormalize
              move 'Y' to cmp-visible-flag
              if cmp-check-campus = "ALL"
                  exit paragraph
              end-if
              evaluate true
                  when logged-in = 'Y' and (session-student or session-alumni)
                      if cmp-check-campus not = cmp-session-campus
                          move 'N' to cmp-visible-flag
                      end-if
                  when logged-in = 'Y' and session-employer
                      continue
                  when other
                      perform campusStaffInScope
                      move cmp-in-scope-flag to cmp-visible-flag
              end-evaluate
              exit.

*> Paragraph: campusJobVisible
*> Purpose:   campusRecordVisible for the posting in job-record
*> Input:     job-record
*> Output:    cmp-visible-flag
       campusJobVisible.
              move job-campus to cmp-check-campus
              perform campusRecordVisible
              exit.

*> Paragraph: campusEventVisible
*> Purpose:   campusRecordVisible for the event in event-record
*> Input:     event-record
*> Output:    cmp-visible-flag
       campusEventVisible.
              move event-campus to cmp-check-campus
              perform campusRecordVisible
              exit.

*> Paragraph: campusStaffInScope
*> Purpose:   Decides whether a record on the campus in
*>            cmp-check-campus is within the signed-in operator's or
*>            advisor's campus
*> Input:     cmp-check-campus, cmp-staff-campus, cmp-staff-central-flag
*> Output:    cmp-in-scope-flag
       campusStaffInScope.
              perform campusNormalize
              move 'Y' to cmp-in-scope-flag
              if cmp-staff-central or cmp-check-campus = "ALL"
                  exit paragraph
              end-if
              if cmp-check-campus not = cmp-staff-campus
                  move 'N' to cmp-in-scope-flag
              end-if
              exit.

*> Paragraph: campusStaffAcctGate
*> Purpose:   After findAcct on a console screen, treats an account of
*>            another campus as not on file for campus staff
*> Input:     acct-record, acct-status
*> Output:    acct-status
       campusStaffAcctGate.
              if acct-found
                  move acct-campus to cmp-check-campus
                  perform campusStaffInScope
                  if not cmp-in-scope
                      move '2' to acct-status
                  end-if
              end-if
              exit.

*> Paragraph: campusStaffCompanyGate
*> Purpose:   After findCompany on a staff screen, treats a company
*>            page of another campus as not on file for campus staff
*> Input:     company-record, company-found-flag
*> Output:    company-found-flag
       campusStaffCompanyGate.
              if company-found
                  move company-campus to cmp-check-campus
                  perform campusStaffInScope
                  if not cmp-in-scope
                      move 'N' to company-found-flag
                  end-if
              end-if
              exit.

*> Paragraph: campusLookupCode
*> Purpose:   Looks one code up in the campus file
*> Input:     cmp-check-campus (upper case)
*> Output:    cmp-code-on-file-flag, cmp-code-valid-flag (on file and
*>            active), cmp-code-name, campus-record
       campusLookupCode.
              move 'N' to cmp-code-on-file-flag
              move 'N' to cmp-code-valid-flag
              move spaces to cmp-code-name
              open input campuses
              if campus-ok
                  move cmp-check-campus to cps-code
                  read campuses
                      key is cps-code
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to cmp-code-on-file-flag
                          move cps-name to cmp-code-name
                          if cps-active
                              move 'Y' to cmp-code-valid-flag
                          end-if
                  end-read
              end-if
              close campuses
              exit.

*> Paragraph: campusListCodes
*> Purpose:   Lists every campus on file
*> Input:     None
*> Output:    cmp-list-count
       campusListCodes.
              move 0 to cmp-list-count
              open input campuses
              if campus-ok
                  perform until campus-status not = "00"
                      read campuses next record
                          at end
                              exit perform
                          not at end
                              add 1 to cmp-list-count
                              move spaces to output-buffer
                              string "  " delimited by size
                                     cps-code delimited by size
                                     " " delimited by size
                                     function trim(cps-name trailing) delimited by size
                                     into output-buffer
                              end-string
                              if cps-retired
                                  string function trim(output-buffer trailing) delimited by size
                                         " (retired)" delimited by size
                                         into output-buffer
                                  end-string
                              end-if
                              if cps-code = cmp-home-campus
                                  string function trim(output-buffer trailing) delimited by size
                                         " (home campus)" delimited by size
                                         into output-buffer
                                  end-string
                              end-if
                              perform outputLine
                      end-read
                  end-perform
              end-if
              close campuses
              if cmp-list-count = 0
                  move "  No campuses on file." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: campusCaptureCode
*> Purpose:   Asks which campus a new or edited posting, event or
*>            company page belongs to - an active campus code or ALL.
*>            Campus staff can only place records on their own campus
*> Input:     cmp-default-campus (blank = home campus)
*> Output:    cmp-captured-campus
       campusCaptureCode.
              move cmp-default-campus to cmp-check-campus
              perform campusNormalize
              move cmp-check-campus to cmp-captured-campus
              if (opr-signed-in or (logged-in = 'Y' and session-advisor))
              and not cmp-staff-central
                  move cmp-staff-campus to cmp-captured-campus
                  move spaces to output-buffer
                  string "Campus: " delimited by size
                         function trim(cmp-captured-campus trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  exit paragraph
              end-if
              perform until not valid-read
                  move spaces to input-prompt
                  string "Campus code, ALL for every campus (Enter keeps " delimited by size
                         function trim(cmp-captured-campus trailing) delimited by size
                         "): " delimited by size
                         into input-prompt
                  end-string
                  perform readInputLine
                  if function trim(input-buffer trailing) = spaces
                      exit perform
                  end-if
                  if function length(function trim(input-buffer trailing)) > 8
                      move "Campus codes are at most 8 characters." to output-buffer
                      perform outputLine
                      exit perform cycle
                  end-if
                  move function upper-case(function trim(input-buffer trailing)) to cmp-check-campus
                  if cmp-check-campus = "ALL"
                      move "ALL" to cmp-captured-campus
                      exit perform
                  end-if
                  perform campusLookupCode
                  if cmp-code-valid
                      move cmp-check-campus to cmp-captured-campus
                      exit perform
                  end-if
                  move "No active campus has that code." to output-buffer
                  perform outputLine
                  perform campusListCodes
              end-perform
              exit.

*> Paragraph: campusPickReportScope
*> Purpose:   Sets the campus a report is run for - the batch run's
*>            INCOLLEGE_REPORT_CAMPUS, campus staff's own campus, or
*>            for central staff the campus asked for (blank = every
*>            campus rolled up)
*> Input:     batch-job-name, cmp-batch-campus, staff scope
*> Output:    cmp-report-campus
       campusPickReportScope.
              move spaces to cmp-report-campus
              if batch-job-name not = spaces
                  move cmp-batch-campus to cmp-report-campus
                  exit paragraph
              end-if
              if not cmp-staff-central
                  move cmp-staff-campus to cmp-report-campus
                  exit paragraph
              end-if
              perform until not valid-read
                  move "Campus to report on (Enter = all campuses rolled up): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) = spaces
                      exit perform
                  end-if
                  move function upper-case(function trim(input-buffer trailing)) to cmp-check-campus
                  perform campusLookupCode
                  if cmp-code-on-file
                  and function length(function trim(input-buffer trailing)) not > 8
                      move cmp-check-campus to cmp-report-campus
                      exit perform
                  end-if
                  move "No campus has that code." to output-buffer
                  perform outputLine
                  perform campusListCodes
              end-perform
              exit.

*> Paragraph: campusScopeLine
*> Purpose:   Prints which campus a report that has no page heading
*>            covers
*> Input:     cmp-report-campus
*> Output:    None
       campusScopeLine.
              move spaces to output-buffer
              if cmp-report-campus = spaces
                  move "Campus: all campuses (rolled up)" to output-buffer
              else
                  string "Campus: " delimited by size
                         function trim(cmp-report-campus trailing) delimited by size
                         " (and system-wide postings)" delimited by size
                         into output-buffer
                  end-string
              end-if
              perform outputLine
              exit.

*> Paragraph: campusReportInScope
*> Purpose:   Decides whether a record on the campus in
*>            cmp-check-campus counts towards the report being run -
*>            a rolled-up run counts everything, a campus run its own
*>            campus and the system-wide records
*> Input:     cmp-check-campus, cmp-report-campus
*> Output:    cmp-in-report-flag
       campusReportInScope.
              move 'Y' to cmp-in-report-flag
              if cmp-report-campus = spaces
                  exit paragraph
              end-if
              perform campusNormalize
              if cmp-check-campus not = cmp-report-campus
              and cmp-check-campus not = "ALL"
                  move 'N' to cmp-in-report-flag
              end-if
              exit.

*> Paragraph: campusUserInReport
*> Purpose:   campusReportInScope for a member, by the campus on their
*>            account (a deleted account counts only when rolled up)
*> Input:     cmp-check-user, cmp-report-campus
*> Output:    cmp-in-report-flag (acct-record is reloaded)
       campusUserInReport.
              move 'Y' to cmp-in-report-flag
              if cmp-report-campus = spaces
                  exit paragraph
              end-if
              move cmp-check-user to buffer-acct-username
              perform findAcct
              if not acct-found
                  move 'N' to cmp-in-report-flag
                  exit paragraph
              end-if
              move acct-campus to cmp-check-campus
              perform campusReportInScope
              exit.

*>*******************************************************************
*> Campus administration (central staff) - the campus list, and the
*> campus of each operator, member and company page
*>*******************************************************************
       manageCampuses.
              if not cmp-staff-central
                  move "Campus administration is for central staff only." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform until not valid-read
                  move "--- Campuses ---" to output-buffer
                  perform outputLine
                  perform campusListCodes
                  move "[a] Add a campus  [r] Retire / reinstate  [o] Operator's campus  [s] Member's campus  [c] Company page's campus  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer = 'q' or input-buffer = 'Q'
                          exit perform
                      when input-buffer = 'a' or input-buffer = 'A'
                          perform campusAdd
                      when input-buffer = 'r' or input-buffer = 'R'
                          perform campusToggle
                      when input-buffer = 'o' or input-buffer = 'O'
                          perform campusSetOperator
                      when input-buffer = 's' or input-buffer = 'S'
                          perform campusSetMember
                      when input-buffer = 'c' or input-buffer = 'C'
                          perform campusSetCompany
                      when other
                          move "Invalid choice." to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: campusAdd
*> Purpose:   Captures and writes one new campus
*> Input:     None
*> Output:    None
       campusAdd.
              move "New campus code (up to 8 letters or digits): " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to cmp-check-campus
              if cmp-check-campus = spaces or cmp-check-campus = "ALL"
              or function length(function trim(input-buffer trailing)) > 8
                  move "Enter a code of up to 8 characters other than ALL." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform campusLookupCode
              if cmp-code-on-file
                  move "That campus code is already on file." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Campus name: " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  move "A campus name is required." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o campuses
              if campus-missing
                  open output campuses
                  close campuses
                  open i-o campuses
              end-if
              if campus-ok
                  initialize campus-record
                  move cmp-check-campus to cps-code
                  move function trim(input-buffer trailing) to cps-name
                  move 'A' to cps-status
                  move operator-id to cps-added-by
                  move function current-date(1:8) to cps-added-date
                  write campus-record
                  if campus-ok
                      move operator-id to audit-actor
                      move "campuses.dat" to audit-file-name
                      move cps-code to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      move "Campus added." to output-buffer
                  else
                      move "Could not write the campus." to output-buffer
                  end-if
              else
                  move "Unable to open the campus file." to output-buffer
              end-if
              perform outputLine
              close campuses
              exit.

*> Paragraph: campusToggle
*> Purpose:   Retires an active campus or reinstates a retired one -
*>            never the home campus, which every older record is on
*> Input:     None
*> Output:    None
       campusToggle.
              move "Campus code to retire or reinstate: " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to cmp-check-campus
              if cmp-check-campus = cmp-home-campus
                  move "The home campus cannot be retired." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              open i-o campuses
              if not campus-ok
                  move "Unable to open the campus file." to output-buffer
                  perform outputLine
                  close campuses
                  exit paragraph
              end-if
              move cmp-check-campus to cps-code
              read campuses
                  key is cps-code
                  invalid key
                      move "No campus has that code." to output-buffer
                  not invalid key
                      if cps-active
                          move 'R' to cps-status
                          move "Campus retired - it is no longer offered for new records." to output-buffer
                      else
                          move 'A' to cps-status
                          move "Campus reinstated." to output-buffer
                      end-if
                      rewrite campus-record
                      move operator-id to audit-actor
                      move "campuses.dat" to audit-file-name
                      move cps-code to audit-record-key
                      move "REWRITE" to audit-action
                      perform recordAuditEvent
              end-read
              perform outputLine
              close campuses
              exit.

*> Paragraph: campusSetOperator
*> Purpose:   Places an operator on one campus, or makes them central
*>            staff
*> Input:     None
*> Output:    None
       campusSetOperator.
              move "Operator ID: " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to cmp-check-user
              open input operators
              if not operator-ok
                  move "Unable to open the operator file." to output-buffer
                  perform outputLine
                  close operators
                  exit paragraph
              end-if
              move cmp-check-user to opr-id
              read operators
                  key is opr-id
                  invalid key
                      move spaces to cmp-check-user
              end-read
              close operators
              if cmp-check-user = spaces
                  move "No operator has that ID." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Campus code, or C for central staff (every campus): " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to cmp-check-campus
              if cmp-check-campus = spaces
                  move "Unchanged." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if cmp-check-campus not = "C"
                  perform campusLookupCode
                  if not cmp-code-valid
                  or function length(function trim(input-buffer trailing)) > 8
                      move "No active campus has that code." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
              end-if

              open i-o operator-campus
              if opr-campus-missing
                  open output operator-campus
                  close operator-campus
                  open i-o operator-campus
              end-if
              if not opr-campus-ok
                  move "Unable to open the operator campus file." to output-buffer
                  perform outputLine
                  close operator-campus
                  exit paragraph
              end-if
              move cmp-check-user to ocp-opr-id
              read operator-campus
                  key is ocp-opr-id
                  invalid key
                      move "WRITE" to audit-action
                  not invalid key
                      move "REWRITE" to audit-action
              end-read
              move cmp-check-user to ocp-opr-id
              if cmp-check-campus = "C"
                  move spaces to ocp-campus
                  move 'Y' to ocp-central
              else
                  move cmp-check-campus to ocp-campus
                  move 'N' to ocp-central
              end-if
              move operator-id to ocp-set-by
              move function current-date(1:8) to ocp-set-date
              if audit-action = "WRITE"
                  write operator-campus-record
              else
                  rewrite operator-campus-record
              end-if
              if opr-campus-ok
                  move operator-id to audit-actor
                  move "operator-campus.dat" to audit-file-name
                  move ocp-opr-id to audit-record-key
                  perform recordAuditEvent
                  move "Operator campus updated (takes effect at their next sign-in)." to output-buffer
              else
                  move "Could not save the operator's campus." to output-buffer
              end-if
              perform outputLine
              close operator-campus
              exit.

*> Paragraph: campusSetMember
*> Purpose:   Moves a member to another campus and, for an advisor,
*>            sets or clears central careers staff
*> Input:     None
*> Output:    None
       campusSetMember.
              move "Username: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to buffer-acct-username
              perform findAcct
              if not acct-found
                  move "User not found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move acct-campus to cmp-check-campus
              perform campusNormalize
              move cmp-check-campus to cmp-captured-campus
              move spaces to input-prompt
              string "Campus code (Enter keeps " delimited by size
                     function trim(cmp-captured-campus trailing) delimited by size
                     "): " delimited by size
                     into input-prompt
              end-string
              perform readInputLine
              if function trim(input-buffer trailing) not = spaces
                  move function upper-case(function trim(input-buffer trailing)) to cmp-check-campus
                  perform campusLookupCode
                  if not cmp-code-valid
                  or function length(function trim(input-buffer trailing)) > 8
                      move "No active campus has that code - a member belongs to one campus, not ALL." to output-buffer
                      perform outputLine
                      exit paragraph
                  end-if
                  move cmp-check-campus to cmp-captured-campus
              end-if
              move cmp-captured-campus to acct-campus
              if acct-advisor
                  move "Central careers staff, working with every campus? (Y/N): " to input-prompt
                  perform readInputLine
                  if function upper-case(function trim(input-buffer trailing)) = "Y"
                      move 'Y' to acct-central-staff
                  else
                      move 'N' to acct-central-staff
                  end-if
              end-if
              move current-user to temp-current-user
              move buffer-acct-username to current-user
              perform updateAcct
              move temp-current-user to current-user
              move "Member campus updated (takes effect at next sign-in)." to output-buffer
              perform outputLine
              exit.

*> Paragraph: campusSetCompany
*> Purpose:   Places a company page's relationship with one campus,
*>            or ALL for a system-wide one
*> Input:     None
*> Output:    None
       campusSetCompany.
              move "Company name: " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to company-key-buffer
              if company-key-buffer = spaces
                  exit paragraph
              end-if
              perform findCompany
              if not company-found
                  move "No company page is on file under that name." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move company-campus to cmp-default-campus
              perform campusCaptureCode
              open i-o company-database
              if company-db-ok
                  read company-database
                      key is company-key
                      invalid key
                          move "That company is no longer on file." to output-buffer
                      not invalid key
                          move cmp-captured-campus to company-campus
                          rewrite company-record
                          move operator-id to audit-actor
                          move "company-database.dat" to audit-file-name
                          move company-key to audit-record-key
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                          move "Company campus updated." to output-buffer
                  end-read
              else
                  move "Unable to open the company file." to output-buffer
              end-if
              perform outputLine
              close company-database
              exit.

*> Paragraph: recordJobView
*> Purpose:   Appends a "viewer|job-key|date" line whenever someone
*>            other than the posting's creator opens its details, so
*>            Posting Performance can report views against
*>            applications
*> Input:     current-user, job-key
*> Output:    None
       recordJobView.
              *> A support view must not show up as the member's own
              *> browsing
              if support-viewing
                  exit paragraph
              end-if
              open extend job-views
              if job-views-status = "35"
                  open output job-views
              end-if
              if job-views-status = "00"
                  move spaces to job-view-line
                  string function trim(current-user trailing) delimited by size
                         "|" delimited by size
                         function trim(job-key trailing) delimited by size
                         "|" delimited by size
                         function current-date(1:8) delimited by size
                         into job-view-line
                  end-string
                  write job-view-line
              end-if
              close job-views
              exit.

*>*******************************************************************
*> Posting Performance - the funnel for the posting loaded in
*> job-record: total views, unique viewers, applications received,
*> applications per hundred views, broken out by week since
*> job-created-date so the employer can tell whether to rewrite the
*> listing or extend its expiration date - then the hiring pipeline:
*> how many candidates reached each stage and how long they spent in it
*>*******************************************************************
       postingPerformance.
              move "--- Posting Performance ---" to output-buffer
              perform outputLine
              move spaces to output-buffer
              string "Posting: " delimited by size
                     function trim(job-title trailing) delimited by size
                     " (created " delimited by size
                     job-created-date delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform outputLine

              move 0 to perf-total-views
              move 0 to perf-unique-count
              move 0 to perf-max-week
              perform varying perf-idx from 1 by 1 until perf-idx > 12
                  move 0 to perf-week-view-entry(perf-idx)
                  move 0 to perf-week-app-entry(perf-idx)
              end-perform
              if job-created-date is numeric
                  move job-created-date to date-ymd-work
                  compute perf-created-int = function integer-of-date(date-ymd-work)
              else
                  move 0 to perf-created-int
              end-if

              open input job-views
              if job-views-status = "00"
                  perform until job-views-status not = "00"
                      read job-views
                          at end
                              exit perform
                          not at end
                              unstring job-view-line delimited by "|"
                                  into jobview-split-viewer
                                       jobview-split-key
                                       jobview-split-date
                              end-unstring
                              if function trim(jobview-split-key trailing) =
                                 function trim(job-key trailing)
                                  add 1 to perf-total-views
                                  move 'Y' to perf-new-viewer-flag
                                  perform varying perf-idx from 1 by 1
                                      until perf-idx > perf-unique-count
                                      if function trim(perf-viewer-entry(perf-idx) trailing) =
                                         function trim(jobview-split-viewer trailing)
                                          move 'N' to perf-new-viewer-flag
                                      end-if
                                  end-perform
                                  if perf-new-viewer-flag = 'Y'
                                  and perf-unique-count < 100
                                      add 1 to perf-unique-count
                                      move jobview-split-viewer to perf-viewer-entry(perf-unique-count)
                                  end-if
                                  if perf-created-int > 0
                                  and jobview-split-date is numeric
                                      move jobview-split-date to date-ymd-work
                                      compute perf-week-num =
                                          ((function integer-of-date(date-ymd-work)
                                            - perf-created-int) / 7) + 1
                                      if perf-week-num < 1
                                          move 1 to perf-week-num
                                      end-if
                                      if perf-week-num > 12
                                          move 12 to perf-week-num
                                      end-if
                                      add 1 to perf-week-view-entry(perf-week-num)
                                      if perf-week-num > perf-max-week
                                          move perf-week-num to perf-max-week
                                      end-if
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-views

              *> Applications against the posting, also by week, each
              *> folded into the pipeline tallies as it goes
              move job-key to pipe-job-key
              perform loadJobStages
              perform seedStageTally
              move 0 to perf-app-count
              open input application-database
              if application-ok
                  *> Straight to the posting's rows through the posting index
                  move job-key to application-job-key
                  start application-database key is equal to application-job-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-job-key not = job-key
                                  exit perform
                              end-if
                              if function trim(application-job-key trailing) =
                                 function trim(job-key trailing)
                                  add 1 to perf-app-count
                                  move application-key to pipe-app-key
                                  move application-created-date to pipe-app-created
                                  move application-username to pipe-app-username
                                  perform loadStageHistory
                                  perform tallyStageHistory
                                  if perf-created-int > 0
                                  and application-created-date is numeric
                                      move application-created-date to date-ymd-work
                                      compute perf-week-num =
                                          ((function integer-of-date(date-ymd-work)
                                            - perf-created-int) / 7) + 1
                                      if perf-week-num < 1
                                          move 1 to perf-week-num
                                      end-if
                                      if perf-week-num > 12
                                          move 12 to perf-week-num
                                      end-if
                                      add 1 to perf-week-app-entry(perf-week-num)
                                      if perf-week-num > perf-max-week
                                          move perf-week-num to perf-max-week
                                      end-if
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database

              move spaces to output-buffer
              string "Total views: " delimited by size
                     function trim(perf-total-views leading) delimited by size
                     "   Unique viewers: " delimited by size
                     function trim(perf-unique-count leading) delimited by size
                     "   Applications: " delimited by size
                     function trim(perf-app-count leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine

              if perf-total-views > 0
                  compute perf-rate = (perf-app-count * 100) / perf-total-views
                  move spaces to output-buffer
                  string "Applications per 100 views: " delimited by size
                         function trim(perf-rate leading) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              else
                  move "No views logged yet." to output-buffer
                  perform outputLine
              end-if

              perform varying perf-idx from 1 by 1 until perf-idx > perf-max-week
                  move spaces to output-buffer
                  if perf-idx = 12
                      string "Week 12+: " delimited by size
                             function trim(perf-week-view-entry(perf-idx) leading) delimited by size
                             " view(s), " delimited by size
                             function trim(perf-week-app-entry(perf-idx) leading) delimited by size
                             " application(s)" delimited by size
                             into output-buffer
                      end-string
                  else
                      string "Week " delimited by size
                             function trim(perf-idx leading) delimited by size
                             ": " delimited by size
                             function trim(perf-week-view-entry(perf-idx) leading) delimited by size
                             " view(s), " delimited by size
                             function trim(perf-week-app-entry(perf-idx) leading) delimited by size
                             " application(s)" delimited by size
                             into output-buffer
                      end-string
                  end-if
                  perform outputLine
              end-perform

              if perf-app-count > 0
                  move "Hiring pipeline:" to output-buffer
                  perform outputLine
                  perform varying pipe-tally-slot from 1 by 1
                      until pipe-tally-slot > pipe-tally-count
                      move spaces to output-buffer
                      move pipe-tally-reached(pipe-tally-slot) to pipe-count-disp
                      string "  " delimited by size
                             function trim(pipe-tally-name(pipe-tally-slot) trailing) delimited by size
                             ": " delimited by size
                             function trim(pipe-count-disp leading) delimited by size
                             " reached" delimited by size
                             into output-buffer
                      end-string
                      if pipe-tally-done(pipe-tally-slot) > 0
                          compute pipe-avg = pipe-tally-day-sum(pipe-tally-slot)
                              / pipe-tally-done(pipe-tally-slot)
                          move pipe-avg to pipe-days-disp
                          string function trim(output-buffer trailing) delimited by size
                                 ", avg " delimited by size
                                 function trim(pipe-days-disp leading) delimited by size
                                 " day(s) in stage" delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      perform outputLine
                  end-perform
              end-if
              exit.

*>*******************************************************************
*> View full details for a single job
*> Input: application-job-key-buffer (job-key)
*>*******************************************************************
       viewJobDetails.
              *> Ensure key is properly trimmed for lookup
              move function current-date(1:8) to browse-today
              move function trim(application-job-key-buffer trailing) to job-key
              open input job-database
              if job-database-ok
                  read job-database key is job-key
                      invalid key
                          move "Job not found." to output-buffer
                          perform outputLine
                      not invalid key
                          *> Creator or company-member access decides
                          *> which actions are offered below
                          perform checkPostingAccess
                          *> Log the lookup for Posting Performance -
                          *> the posting's own recruiters checking the
                          *> listing are not views
                          if not posting-manageable
                              perform recordJobView
                          end-if
                          *> Display details
                                  move "--- Job Details ---" to output-buffer
                                  perform outputLine
                                  move spaces to output-buffer
                                  string "Title: " delimited by size
                                         function trim(job-title trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine

                                  move spaces to output-buffer
                                  string "Employer: " delimited by size
                                         function trim(job-employer trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine

                                  move spaces to output-buffer
                                  string "Location: " delimited by size
                                         function trim(job-location trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine

                                  perform workModeLabel
                                  move spaces to output-buffer
                                  if job-region = spaces
                                      string "Work mode: " delimited by size
                                             function trim(loc-mode-label trailing) delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "Work mode: " delimited by size
                                             function trim(loc-mode-label trailing) delimited by size
                                             "    Region: " delimited by size
                                             function trim(job-region trailing) delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine

                                  move spaces to output-buffer
                                  string "Salary: " delimited by size
                                         function trim(job-salary trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine

                                  if job-salary-min > 0
                                      move spaces to output-buffer
                                      string "Salary range: " delimited by size
                                             function trim(job-salary-min leading) delimited by size
                                             " - " delimited by size
                                             function trim(job-salary-max leading) delimited by size
                                             " " delimited by size
                                             function trim(job-salary-period trailing) delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if

                                  if job-on-campus
                                      move job-hourly-rate to wks-rate-disp
                                      move job-award-cap to wks-total-disp
                                      move spaces to output-buffer
                                      string "On-campus job: $" delimited by size
                                             function trim(wks-rate-disp leading) delimited by size
                                             "/hour, funded by " delimited by size
                                             function trim(job-funding-source trailing) delimited by size
                                             ", award cap $" delimited by size
                                             function trim(wks-total-disp leading) delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if

                                  move spaces to output-buffer
                                  string "Description: " delimited by size
                                         function trim(job-description trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  perform outputLine

                                  perform displayRequiredSkills

                                  *> Students see their own gap against
                                  *> the required skills, with the
                                  *> lesson to jump into
                                  if not session-employer
                                  and not posting-manageable
                                  and posting-has-req-skills
                                      perform displaySkillsGap
                                  end-if

                                  *> The posting's eligibility rules, and
                                  *> where the student stands against them
                                  move job-key to elg-lookup-key
                                  perform displayEligibilityRules
                                  move 'Y' to elg-result-flag
                                  if not session-employer
                                  and not posting-manageable
                                      move current-user to elg-student
                                      perform checkJobEligibility
                                      if not elg-eligible
                                          move spaces to output-buffer
                                          string "You do not meet this posting's eligibility rules: " delimited by size
                                                 function trim(elg-reason trailing) delimited by size
                                                 into output-buffer
                                          end-string
                                          perform outputLine
                                          if not elg-refuses
                                              move "You may still apply - the employer will see your application marked ineligible." to output-buffer
                                              perform outputLine
                                          end-if
                                      end-if
                                  end-if

                                  *> Offer to apply (or, if this is your own posting, view applicants)
                                  if posting-manageable
                                      move "[2] View Applicants" to output-buffer
                                      perform outputLine
                                  else
                                      *> Only a live posting accepts
                                      *> applications - saved jobs route
                                      *> students here for CLOSED/EXPIRED
                                      *> listings too
                                      if not session-employer
                                      and job-open
                                      and (function trim(job-expiration-date trailing) = spaces
                                           or job-expiration-date not < browse-today)
                                      and (elg-eligible or not elg-refuses)
                                          move "[1] Apply to this job" to output-buffer
                                          perform outputLine
                                      end-if
                                  end-if
                                  move "[c] View Company Page" to output-buffer
                                  perform outputLine
                                  *> Saved Jobs is a student feature -
                                  *> employers cannot view or unsave them
                                  if not session-employer
                                      move "[s] Save for Later" to output-buffer
                                      perform outputLine
                                  end-if
                                  if not session-employer
                                  and not posting-manageable
                                  and posting-has-req-skills
                                  and gap-missing-count > 0
                                      move "[l] Learn a Missing Skill" to output-buffer
                                      perform outputLine
                                  end-if
                                  move "[f] Refer a Connection" to output-buffer
                                  perform outputLine
                                  move "[r] Report this posting" to output-buffer
                                  perform outputLine
                                  move "[q] Back" to output-buffer
                                  perform outputLine
                                  move "> " to input-prompt
                                  perform readInputLine
                                  evaluate true
                                      when input-buffer = '1'
                                      and not posting-manageable
                                      and not session-employer
                                      and job-open
                                      and (elg-eligible or not elg-refuses)
                                      and (function trim(job-expiration-date trailing) = spaces
                                           or job-expiration-date not < browse-today)
                                          *> Prepare buffers for application
                                          move function trim(current-user trailing) to application-username
                                          move function trim(job-key trailing) to application-job-key
                                          move function trim(job-title trailing) to application-job-title
                                          move function trim(job-employer trailing) to application-employer
                                          move function trim(job-location trailing) to application-location
                                          move spaces to application-resume-text
                                          if resume-required
                                              move "This employer requires a resume or cover letter." to output-buffer
                                              perform outputLine
                                              move "Attach your generated resume document? (Y/N): " to input-prompt
                                              perform readInputLine
                                              if function upper-case(function trim(input-buffer trailing)) = "Y"
                                                  perform generateResume
                                              end-if
                                              if function upper-case(function trim(input-buffer trailing)) = "Y"
                                              and function trim(resume-doc-filename trailing) not = spaces
                                                  move spaces to application-resume-text
                                                  string "Resume document: " delimited by size
                                                         function trim(resume-doc-filename trailing) delimited by size
                                                         " - " delimited by size
                                                         function trim(profile-first-name trailing) delimited by size
                                                         " " delimited by size
                                                         function trim(profile-last-name trailing) delimited by size
                                                         ", " delimited by size
                                                         function trim(profile-major trailing) delimited by size
                                                         ", " delimited by size
                                                         function trim(profile-university trailing) delimited by size
                                                         ", Class of " delimited by size
                                                         profile-graduation-year delimited by size
                                                         into application-resume-text
                                                  end-string
                                              else
                                                  move "Enter a file path or paste cover-letter text: " to input-prompt
                                                  perform readInputLine
                                                  move function trim(input-buffer trailing) to application-resume-text
                                              end-if
                                          end-if
                                          if reference-letter-wanted
                                              perform attachReferenceLetter
                                          end-if
                                          perform createApplication
                                      when input-buffer = '2'
                                      and posting-manageable
                                          perform viewJobApplicants
                                      when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                                          *> viewCompanyPage scans job-database
                                          *> itself, so release it around the call
                                          if function trim(job-company-key trailing) = spaces
                                              move function upper-case(function trim(job-employer trailing)) to company-key-buffer
                                          else
                                              move job-company-key to company-key-buffer
                                          end-if
                                          close job-database
                                          perform viewCompanyPage
                                          open input job-database
                                      when (input-buffer(1:1) = 's' or input-buffer(1:1) = 'S')
                                      and not session-employer
                                          perform saveJobForLater
                                      when (input-buffer(1:1) = 'l' or input-buffer(1:1) = 'L')
                                      and not session-employer
                                          *> The lesson list counts
                                          *> jobs unlocked, which scans
                                          *> job-database itself -
                                          *> release it around the call
                                          close job-database
                                          perform skills-menu
                                          open input job-database
                                      when input-buffer(1:1) = 'f' or input-buffer(1:1) = 'F'
                                          perform referConnection
                                      when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                                          move "JOB" to mod-report-type
                                          move function trim(job-key trailing) to mod-report-key
                                          perform fileModerationReport
                                      when input-buffer = '0' or input-buffer = 'q'
                                          *> go back to listings
                                          continue
                                      when other
                                          continue
                                  end-evaluate
                  end-read
              else
                  move "Unable to open job database." to output-buffer
                  perform outputLine
              end-if
              close job-database
              exit.

*>*******************************************************************
*> Refer a Connection - picks someone from the user's connections,
*> sends them the posting loaded in job-record through the messaging
*> system, and records a referral row so that if they apply,
*> createApplication credits it and the referrer can watch the
*> outcome. The connection graph finally talks to the job board.
*>*******************************************************************
       referConnection.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "--- Refer a Connection ---" to output-buffer
              perform outputLine
              move 0 to rfl-conn-count
              open input connection-database
              if connection-database-status = "00"
                  *> Through both user indexes - the member can be on either
                  *> side of a connection
                  perform varying cnx-pass from 1 by 1 until cnx-pass > 2
                      if cnx-pass = 1
                          move current-user to connection-user-1
                          start connection-database key is equal to connection-user-1
                              invalid key
                                  continue
                          end-start
                      else
                          move current-user to connection-user-2
                          start connection-database key is equal to connection-user-2
                              invalid key
                                  continue
                          end-start
                      end-if
                      perform until connection-database-status(1:1) not = "0"
                          read connection-database next record
                              at end
                                  exit perform
                              not at end
                                  if (cnx-pass = 1 and connection-user-1 not = current-user)
                                  or (cnx-pass = 2 and connection-user-2 not = current-user)
                                      exit perform
                                  end-if
                                  if function trim(connection-user-1 trailing) = function trim(current-user trailing)
                                  and rfl-conn-count < 50
                                      add 1 to rfl-conn-count
                                      move connection-user-2 to rfl-conn-name-entry(rfl-conn-count)
                                  end-if
                                  if function trim(connection-user-2 trailing) = function trim(current-user trailing)
                                  and rfl-conn-count < 50
                                      add 1 to rfl-conn-count
                                      move connection-user-1 to rfl-conn-name-entry(rfl-conn-count)
                                  end-if
                          end-read
                      end-perform
                  end-perform
              end-if
              close connection-database

              if rfl-conn-count = 0
                  move "You have no connections to refer." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform varying rfl-selected-index from 1 by 1
                  until rfl-selected-index > rfl-conn-count
                  move spaces to output-buffer
                  string "[" delimited by size
                         function trim(rfl-selected-index leading) delimited by size
                         "] " delimited by size
                         function trim(rfl-conn-name-entry(rfl-selected-index) trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move "Enter number to refer that connection (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to rfl-selected-index
              if rfl-selected-index < 1 or rfl-selected-index > rfl-conn-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> A connection who has since blocked the referrer is
              *> reported the same as elsewhere
              move current-user to block-check-actor
              move rfl-conn-name-entry(rfl-selected-index) to block-check-target
              perform checkBlocked
              if block-in-force
                  move "No such user found." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o referral-database
              if referral-file-missing
                  open output referral-database
                  close referral-database
                  open i-o referral-database
              end-if
              if not referral-db-ok
                  move "Unable to open the referral database." to output-buffer
                  perform outputLine
                  close referral-database
                  exit paragraph
              end-if

              initialize referral-record
              move spaces to referral-key
              string function trim(rfl-conn-name-entry(rfl-selected-index) trailing) delimited by size
                     "|" delimited by size
                     function trim(job-key trailing) delimited by size
                     into referral-key
              end-string
              move current-user to referral-referrer
              move rfl-conn-name-entry(rfl-selected-index) to referral-referee
              move function trim(job-key trailing) to referral-job-key
              move job-title to referral-job-title
              move function current-date(1:8) to referral-date
              move "SENT" to referral-status
              write referral-record
              if not referral-db-ok
                  move "That connection has already been referred to this posting." to output-buffer
                  perform outputLine
                  close referral-database
                  exit paragraph
              end-if
              close referral-database
              move current-user to audit-actor
              move "referral-database.dat" to audit-file-name
              move referral-key to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent

              *> Put the posting in their inbox
              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " thinks you would be a fit for " delimited by size
                     function trim(job-title trailing) delimited by size
                     " at " delimited by size
                     function trim(job-employer trailing) delimited by size
                     " - find it under Browse Jobs." delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move rfl-conn-name-entry(rfl-selected-index) to message-recipient-buffer
              perform saveMessage
              move "Referral sent." to output-buffer
              perform outputLine
              exit.

*>*******************************************************************
*> My Referrals - every referral current-user has made, with its
*> outcome (sent, applied, hired), so referring actually pays off
*>*******************************************************************
       myReferrals.
              move "--- My Referrals ---" to output-buffer
              perform outputLine
              move 0 to rfl-shown-count
              open input referral-database
              if referral-db-ok
                  perform until referral-status-code not = "00"
                      read referral-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(referral-referrer trailing) = function trim(current-user trailing)
                                  add 1 to rfl-shown-count
                                  move spaces to output-buffer
                                  string "- " delimited by size
                                         function trim(referral-referee trailing) delimited by size
                                         " for " delimited by size
                                         function trim(referral-job-title trailing) delimited by size
                                         " (" delimited by size
                                         function trim(referral-status trailing) delimited by size
                                         ", referred " delimited by size
                                         referral-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                      end-read
                  end-perform
              end-if
              close referral-database
              if rfl-shown-count = 0
                  move "You have not referred anyone yet." to output-buffer
                  perform outputLine
              end-if
              exit.

*>*******************************************************************
*> Saved search alerts - a named keyword filter per user, re-run
*> against job-database at every login so short-lived postings get
*> pushed at students instead of waiting to be rediscovered
*>*******************************************************************
       savedSearchMenu.
              perform until not valid-read
                  move "--- Saved Search Alerts ---" to output-buffer
                  perform outputLine
                  move 0 to search-list-count
                  open input saved-searches
                  if saved-search-ok
                      perform until saved-search-status not = "00"
                          read saved-searches next record
                              at end
                                  exit perform
                              not at end
                                  if function trim(search-username trailing) = function trim(current-user trailing)
                                  and search-list-count < 20
                                      add 1 to search-list-count
                                      move search-name to search-list-name-entry(search-list-count)
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(search-list-count leading) delimited by size
                                             "] '" delimited by size
                                             function trim(search-name trailing) delimited by size
                                             "' matching '" delimited by size
                                             function trim(search-keyword trailing) delimited by size
                                             "' (last checked " delimited by size
                                             search-last-checked delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close saved-searches

                  if search-list-count = 0
                      move "You have no saved searches." to output-buffer
                      perform outputLine
                  end-if
                  move "[a] Add a saved search  [r] Run one now  [d] Delete one  [q] Go Back" to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                  perform readInputLine
                  move input-buffer(1:1) to menu-choice

                  evaluate true
                      when menu-choice = 'a' or menu-choice = 'A'
                          perform addSavedSearch
                      when menu-choice = 'r' or menu-choice = 'R'
                          move "Number of the saved search to run:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to search-selected-index
                          if search-selected-index >= 1 and search-selected-index <= search-list-count
                              perform runSavedSearchNow
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'd' or menu-choice = 'D'
                          move "Number of the saved search to delete:" to output-buffer
                          perform outputLine
                          move "> " to input-prompt
                          perform readInputLine
                          move function trim(input-buffer trailing) to search-selected-index
                          if search-selected-index >= 1 and search-selected-index <= search-list-count
                              if support-viewing
                                  perform supportWriteBlocked
                                  exit paragraph
                              end-if
                              open i-o saved-searches
                              if saved-search-ok
                                  move spaces to search-key
                                  string function trim(current-user trailing) delimited by size
                                         "|" delimited by size
                                         function trim(search-list-name-entry(search-selected-index) trailing) delimited by size
                                         into search-key
                                  end-string
                                  delete saved-searches
                                      invalid key
                                          move "Could not delete that saved search." to output-buffer
                                          perform outputLine
                                      not invalid key
                                          move current-user to audit-actor
                                          move "saved-searches.dat" to audit-file-name
                                          move search-key to audit-record-key
                                          move "DELETE" to audit-action
                                          perform recordAuditEvent
                                          move "Saved search deleted." to output-buffer
                                          perform outputLine
                                  end-delete
                              end-if
                              close saved-searches
                          else
                              move "Invalid selection." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
                          move "Invalid input" to output-buffer
                          perform outputLine
                  end-evaluate
              end-perform
              exit.

*> Paragraph: addSavedSearch
*> Purpose:   Captures a named keyword filter for current-user
*> Input:     None (prompts)
*> Output:    None
       addSavedSearch.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o saved-searches
              if saved-search-file-missing
                  open output saved-searches
                  close saved-searches
                  open i-o saved-searches
              end-if
              if not saved-search-ok
                  move "Unable to open the saved-searches file." to output-buffer
                  perform outputLine
                  close saved-searches
                  exit paragraph
              end-if

              initialize search-record
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move "Name for this search (e.g. 'accounting Tampa'): " to input-prompt
                  perform readInputLine
                  if input-buffer not equal to spaces
                      move 'Y' to profile-validation
                      move function trim(input-buffer trailing) to search-name
                  end-if
              end-perform
              move 'N' to profile-validation
              perform until profile-valid or not valid-read
                  move "Keyword or location to match (same filter as Browse Jobs): " to input-prompt
                  perform readInputLine
                  if input-buffer not equal to spaces
                      move 'Y' to profile-validation
                      move function trim(input-buffer trailing) to search-keyword
                  end-if
              end-perform

              move current-user to search-username
              move spaces to search-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(search-name trailing) delimited by size
                     into search-key
              end-string
              move function current-date(1:8) to search-last-checked
              move function current-date(1:8) to search-created-date

              write search-record
              if saved-search-ok
                  move current-user to audit-actor
                  move "saved-searches.dat" to audit-file-name
                  move search-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "Saved search added - new matches will be flagged at sign-in." to output-buffer
                  perform outputLine
              else
                  move "You already have a saved search with that name." to output-buffer
                  perform outputLine
              end-if
              close saved-searches
              exit.

*> Paragraph: runSavedSearchNow
*> Purpose:   Runs the saved search selected in
*>            search-list-name-entry(search-selected-index) against
*>            the live postings and opens details for a chosen match,
*>            crediting the ALERT channel if an application follows
*> Input:     search-selected-index (from the savedSearchMenu listing)
*> Output:    None
       runSavedSearchNow.
              open input saved-searches
              if not saved-search-ok
                  move "Unable to open the saved-searches file." to output-buffer
                  perform outputLine
                  close saved-searches
                  exit paragraph
              end-if
              move spaces to search-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(search-list-name-entry(search-selected-index) trailing) delimited by size
                     into search-key
              end-string
              read saved-searches
                  key is search-key
                  invalid key
                      move "That saved search is no longer on file." to output-buffer
                      perform outputLine
                      close saved-searches
                      exit paragraph
              end-read
              move search-keyword to search-keyword-buffer
              close saved-searches

              move spaces to output-buffer
              string "--- Postings matching '" delimited by size
                     function trim(search-keyword-buffer trailing) delimited by size
                     "' ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move function current-date(1:8) to browse-today
              move 0 to browse-index
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00" or browse-index >= 50
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              perform campusJobVisible
                              if job-open
                              and cmp-visible
                              and (function trim(job-expiration-date trailing) = spaces
                                   or job-expiration-date not < browse-today)
                                  move 0 to substr-count
                                  inspect function trim(job-title trailing)
                                      tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  if substr-count = 0
                                      inspect function trim(job-employer trailing)
                                          tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  end-if
                                  if substr-count = 0
                                      inspect function trim(job-location trailing)
                                          tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  end-if
                                  if substr-count > 0
                                      add 1 to browse-index
                                      move function trim(job-key trailing) to job-key-entry(browse-index)
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(browse-index leading) delimited by size
                                             "] " delimited by size
                                             function trim(job-title trailing) delimited by size
                                             " at " delimited by size
                                             function trim(job-employer trailing) delimited by size
                                             " (" delimited by size
                                             function trim(job-location trailing) delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database

              if browse-index = 0
                  move "No live postings match that search right now." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Enter number to view details (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to selected-job-index
              if selected-job-index >= 1 and selected-job-index <= browse-index
                  move job-key-entry(selected-job-index) to application-job-key-buffer
                  move "ALERT" to application-source-buffer
                  perform viewJobDetails
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: countNewJobsForSearch
*> Purpose:   Counts PUBLISHED postings created on or after
*>            search-since-date matching search-keyword-buffer -
*>            keyed reads through the job entries of the search index
*>            when it exists (login was visibly slower for students
*>            with several saved searches), the full scan otherwise
*> Input:     search-keyword-buffer, search-since-date
*> Output:    search-alert-count
       countNewJobsForSearch.
              open input search-index
              if search-index-ok
                  close search-index
                  perform countNewJobsForSearchIndexed
              else
                  close search-index
                  perform countNewJobsForSearchScan
              end-if
              exit.

*> Paragraph: countNewJobsForSearchIndexed
*> Purpose:   Prefix match of the keyword against the posting tokens,
*>            then one keyed read per candidate to apply the status
*>            and date tests
*> Input:     search-keyword-buffer, search-since-date
*> Output:    search-alert-count
       countNewJobsForSearchIndexed.
              move 0 to search-alert-count
              move search-keyword-buffer to jix-prefix-buffer
              perform jobIndexCollectKeys
              if jix-count = 0
                  exit paragraph
              end-if
              open input job-database
              if job-database-ok
                  perform varying jix-idx from 1 by 1 until jix-idx > jix-count
                      move function trim(jix-key-entry(jix-idx) trailing) to job-key
                      read job-database
                          key is job-key
                          invalid key
                              continue
                          not invalid key
                              perform campusJobVisible
                              if job-open
                              and cmp-visible
                              and job-created-date not < search-since-date
                                  *> The index matched only the first
                                  *> word - re-apply the scan's full
                                  *> substring test so multi-word
                                  *> searches keep baseline semantics
                                  move 0 to substr-count
                                  inspect function trim(job-title trailing)
                                      tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  if substr-count = 0
                                      inspect function trim(job-employer trailing)
                                          tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  end-if
                                  if substr-count = 0
                                      inspect function trim(job-location trailing)
                                          tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  end-if
                                  if substr-count > 0
                                      add 1 to search-alert-count
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              exit.

*> Paragraph: countNewJobsForSearchScan
*> Purpose:   The original full-file substring scan, kept as the
*>            fallback when no search index is on disk
       countNewJobsForSearchScan.
              move 0 to search-alert-count
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                          at end
                              exit perform
                          not at end
                              perform campusJobVisible
                              if job-open
                              and cmp-visible
                              and job-created-date not < search-since-date
                                  move 0 to substr-count
                                  inspect function trim(job-title trailing)
                                      tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  if substr-count = 0
                                      inspect function trim(job-employer trailing)
                                          tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  end-if
                                  if substr-count = 0
                                      inspect function trim(job-location trailing)
                                          tallying substr-count for all function trim(search-keyword-buffer trailing)
                                  end-if
                                  if substr-count > 0
                                      add 1 to search-alert-count
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              exit.

*> Paragraph: checkSavedSearchAlerts
*> Purpose:   Runs every saved search for current-user against the
*>            postings created since its last check, reports any new
*>            matches, and stamps the search as checked. Performed at
*>            login right after the network digest.
*> Input:     current-user
*> Output:    None
       checkSavedSearchAlerts.
              *> The user can switch this class of sign-in noise off
              move "ALERT" to notify-class-buffer
              move current-user to notify-user-buffer
              perform checkNotifyPref
              move spaces to notify-class-buffer
              if notify-allowed-flag not = 'Y'
                  exit paragraph
              end-if
              open i-o saved-searches
              if saved-search-ok
                  perform until saved-search-status not = "00"
                      read saved-searches next record
                          at end
                              exit perform
                          not at end
                              if function trim(search-username trailing) = function trim(current-user trailing)
                                  move search-keyword to search-keyword-buffer
                                  move search-last-checked to search-since-date
                                  perform countNewJobsForSearch
                                  if search-alert-count > 0
                                      move spaces to output-buffer
                                      string function trim(search-alert-count leading) delimited by size
                                             " new job(s) match your search '" delimited by size
                                             function trim(search-name trailing) delimited by size
                                             "'" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                                  move function current-date(1:8) to search-last-checked
                                  rewrite search-record
                              end-if
                      end-read
                  end-perform
              end-if
              close saved-searches
              exit.

*>*******************************************************************
*> Save the job listing currently loaded in job-record so the student
*> can come back to it from My Saved Jobs instead of hunting for the
*> keyword that found it
*>*******************************************************************
       saveJobForLater.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o saved-jobs
              if saved-jobs-file-missing
                  open output saved-jobs
                  close saved-jobs
                  open i-o saved-jobs
              end-if
              if not saved-jobs-ok
                  move "Unable to open the saved-jobs file." to output-buffer
                  perform outputLine
                  close saved-jobs
                  exit paragraph
              end-if

              move spaces to saved-job-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(job-key trailing) delimited by size
                     into saved-job-key
              end-string
              move current-user to saved-job-username
              move function trim(job-key trailing) to saved-job-job-key
              move function current-date(1:8) to saved-job-date

              write saved-job-record
              if saved-jobs-ok
                  move current-user to audit-actor
                  move "saved-jobs.dat" to audit-file-name
                  move saved-job-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "Listing saved - find it under My Saved Jobs." to output-buffer
                  perform outputLine
              else
                  move "You have already saved this listing." to output-buffer
                  perform outputLine
              end-if
              close saved-jobs
              exit.

*>*******************************************************************
*> My Saved Jobs - lists the current user's saved listings with their
*> present status, flagging anything that has closed, expired or been
*> deleted since it was saved, and opens details (with the usual apply
*> path) for a chosen one
*>*******************************************************************
       mySavedJobs.
              move "--- My Saved Jobs ---" to output-buffer
              perform outputLine
              move function current-date(1:8) to browse-today
              move 0 to saved-job-count

              open input saved-jobs
              if saved-jobs-ok
                  perform until saved-jobs-status not = "00"
                      read saved-jobs next record
                          at end
                              exit perform
                          not at end
                              if function trim(saved-job-username trailing) = function trim(current-user trailing)
                              and saved-job-count < 100
                                  add 1 to saved-job-count
                                  move saved-job-job-key to saved-job-key-entry(saved-job-count)

                                  *> Pull the listing's current state
                                  move spaces to saved-job-state
                                  open input job-database
                                  if job-database-ok
                                      move function trim(saved-job-job-key trailing) to job-key
                                      read job-database
                                          key is job-key
                                          invalid key
                                              move "REMOVED" to saved-job-state
                                          not invalid key
                                              evaluate true
                                                  when job-closed
                                                      move "CLOSED" to saved-job-state
                                                  when function trim(job-expiration-date trailing) not = spaces
                                                       and job-expiration-date < browse-today
                                                      move "EXPIRED" to saved-job-state
                                                  when job-draft
                                                      move "DRAFT" to saved-job-state
                                                  when other
                                                      move "OPEN" to saved-job-state
                                              end-evaluate
                                      end-read
                                  else
                                      move "REMOVED" to saved-job-state
                                  end-if
                                  close job-database

                                  move spaces to output-buffer
                                  if saved-job-state = "REMOVED"
                                      string "[" delimited by size
                                             function trim(saved-job-count leading) delimited by size
                                             "] (no longer on file) " delimited by size
                                             function trim(saved-job-job-key trailing) delimited by size
                                             "  saved " delimited by size
                                             saved-job-date delimited by size
                                             into output-buffer
                                      end-string
                                  else
                                      string "[" delimited by size
                                             function trim(saved-job-count leading) delimited by size
                                             "] " delimited by size
                                             function trim(job-title trailing) delimited by size
                                             " at " delimited by size
                                             function trim(job-employer trailing) delimited by size
                                             " - " delimited by size
                                             function trim(saved-job-state trailing) delimited by size
                                             "  (saved " delimited by size
                                             saved-job-date delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close saved-jobs

              if saved-job-count = 0
                  move "You have no saved jobs." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Enter number to open details/apply, or u<number> to unsave (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              if input-buffer(1:1) = 'u' or input-buffer(1:1) = 'U'
                  move function trim(input-buffer(2:) trailing) to saved-selected-index
                  if saved-selected-index >= 1 and saved-selected-index <= saved-job-count
                      if support-viewing
                          perform supportWriteBlocked
                          exit paragraph
                      end-if
                      open i-o saved-jobs
                      if saved-jobs-ok
                          move spaces to saved-job-key
                          string function trim(current-user trailing) delimited by size
                                 "|" delimited by size
                                 function trim(saved-job-key-entry(saved-selected-index) trailing) delimited by size
                                 into saved-job-key
                          end-string
                          delete saved-jobs
                              invalid key
                                  move "Could not remove that saved job." to output-buffer
                                  perform outputLine
                              not invalid key
                                  move current-user to audit-actor
                                  move "saved-jobs.dat" to audit-file-name
                                  move saved-job-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                                  move "Saved job removed." to output-buffer
                                  perform outputLine
                          end-delete
                      end-if
                      close saved-jobs
                  else
                      move "Invalid selection." to output-buffer
                      perform outputLine
                  end-if
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to saved-selected-index
              if saved-selected-index >= 1 and saved-selected-index <= saved-job-count
                  move saved-job-key-entry(saved-selected-index) to application-job-key-buffer
                  move "SAVED" to application-source-buffer
                  perform viewJobDetails
              else
                  move "Invalid selection." to output-buffer
                  perform outputLine
              exit.

*>*******************************************************************
*> Talent search - lets an employer look for students who are open to
*> work or to networking, by major, class year, completed skill and
*> verified enrollment, keep the promising ones in a named talent
*> pool for their company, and invite a student to apply to one of
*> their live postings. Blocks and profile visibility are honoured
*> exactly as in the people search
*>*******************************************************************
       talentSearch.
              perform findEmployerCompany
              move 'N' to tal-done-flag
              perform until tal-done or not valid-read
                  move "--- Talent Search ---" to output-buffer
                  perform outputLine
                  move "[1] Search Students" to output-buffer
                  perform outputLine
                  move "[2] Talent Pools" to output-buffer
                  perform outputLine
                  move "[q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer = '1'
                          perform talentSearchStudents
                      when input-buffer = '2'
                          perform talentPoolsMenu
                      when other
                          move 'Y' to tal-done-flag
                  end-evaluate
              end-perform
              exit.

*> Paragraph: findEmployerCompany
*> Purpose:   Works out the company whose talent pools current-user
*>            keeps - their first company membership, else the company
*>            behind the postings they created
*> Input:     current-user
*> Output:    tal-company (spaces when no company is known)
       findEmployerCompany.
              move spaces to tal-company
              open input company-members
              if company-members-ok
                  perform until company-members-status not = "00"
                      read company-members next record
                          at end
                              exit perform
                          not at end
                              if function trim(member-username trailing) =
                                 function trim(current-user trailing)
                                  move member-company to tal-company
                                  exit perform
                              end-if
                      end-read
                  end-perform
              end-if
              close company-members
              if tal-company not = spaces
                  exit paragraph
              end-if

              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              if function trim(job-creator trailing) =
                                 function trim(current-user trailing)
                              and function trim(job-company-key trailing) not = spaces
                                  move job-company-key to tal-company
                                  exit perform
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              exit.

*> Paragraph: talentSearchStudents
*> Purpose:   Takes the search filters, lists the matching students
*>            and acts on the results - through the major tokens in
*>            search-index when a major is given and the index is on
*>            disk, otherwise by a pass over the account file
*> Input:     current-user
*> Output:    tal-result-table
       talentSearchStudents.
              move "Major (blank for any): " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to tal-major
              move "Graduation year (blank for any): " to input-prompt
              perform readInputLine
              move spaces to tal-grad-year
              if function trim(input-buffer trailing) is numeric
                  move function trim(input-buffer trailing) to tal-grad-year
              end-if

              move spaces to tal-skill-id
              move spaces to tal-skill-title
              move "Require a completed skill? (y/n): " to input-prompt
              perform readInputLine
              if input-buffer(1:1) = 'y' or input-buffer(1:1) = 'Y'
                  move 'N' to scat-retired-flag
                  perform loadSkillCatalog
                  perform varying scat-idx from 1 by 1 until scat-idx > scat-count
                      move scat-idx to scat-num-disp
                      move spaces to output-buffer
                      string "[" delimited by size
                             function trim(scat-num-disp leading) delimited by size
                             "] " delimited by size
                             function trim(scat-title(scat-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
                  perform pickCatalogSkill
                  if scat-pick > 0
                      move scat-id(scat-pick) to tal-skill-id
                      move scat-title(scat-pick) to tal-skill-title
                  end-if
              end-if

              move "Verified enrollment only? (y/n): " to input-prompt
              perform readInputLine
              move 'N' to tal-verified-only
              if input-buffer(1:1) = 'y' or input-buffer(1:1) = 'Y'
                  move 'Y' to tal-verified-only
              end-if

              move "--- Matching Students ---" to output-buffer
              perform outputLine
              move 0 to tal-result-count

              move 'N' to tal-index-flag
              if tal-major not = spaces
                  move function length(function trim(tal-major trailing)) to tal-major-len
                  open input search-index
                  if search-index-ok
                      move 'Y' to tal-index-flag
                      move spaces to idx-key
                      move tal-major to idx-key
                      start search-index key is not less than idx-key
                          invalid key
                              continue
                      end-start
                      perform until search-index-status not = "00"
                          read search-index next record
                              at end
                                  exit perform
                              not at end
                                  if idx-token(1:tal-major-len) not =
                                     tal-major(1:tal-major-len)
                                      exit perform
                                  end-if
                                  if idx-kind = 'M'
                                      move idx-username to buffer-acct-username
                                      perform findAcct
                                      if acct-found
                                          perform talConsiderCandidate
                                      end-if
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close search-index
              end-if

              *> No major, or no index on disk - read the accounts
              if not tal-used-index
                  open input acct-database
                  if acct-database-status = "00"
                      perform until acct-database-status not = "00"
                          read acct-database next record
                              at end
                                  exit perform
                              not at end
                                  perform talConsiderCandidate
                          end-read
                      end-perform
                  end-if
                  close acct-database
              end-if

              if tal-result-count = 0
                  move "No open students match those filters." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform talActOnResults
              exit.

*> Paragraph: talConsiderCandidate
*> Purpose:   Applies the filters, the block list both ways and the
*>            profile-visibility rules to the account in acct-record
*>            and lists it when it qualifies
*> Input:     acct-record, tal-* filters, current-user
*> Output:    tal-result-table
       talConsiderCandidate.
              if function trim(acct-username trailing) = function trim(current-user trailing)
                  exit paragraph
              end-if
              if not acct-student and not acct-alumni
                  exit paragraph
              end-if
              if not status-open-to-work and not status-open-to-network
                  exit paragraph
              end-if
              if tal-major not = spaces
                  move function upper-case(profile-major) to tal-major-work
                  if tal-major-work(1:tal-major-len) not = tal-major(1:tal-major-len)
                      exit paragraph
                  end-if
              end-if
              if tal-grad-year not = spaces
              and profile-graduation-year not = tal-grad-year
                  exit paragraph
              end-if
              if tal-verified-required and not enrollment-verified
                  exit paragraph
              end-if
              if tal-result-count >= 50
                  exit paragraph
              end-if

              *> Neither side of a block ever sees the other here
              move current-user to block-check-actor
              move acct-username to block-check-target
              perform checkBlocked
              if block-in-force
                  exit paragraph
              end-if
              move acct-username to block-check-actor
              move current-user to block-check-target
              perform checkBlocked
              if block-in-force
                  exit paragraph
              end-if

              if tal-skill-id not = spaces
                  move 'N' to tal-match-flag
                  open input skill-completions
                  if skill-completions-ok
                      move acct-username to skc-username
                      move tal-skill-id to skc-skill-id
                      read skill-completions
                          key is skc-key
                          invalid key
                              continue
                          not invalid key
                              move 'Y' to tal-match-flag
                      end-read
                  end-if
                  close skill-completions
                  if not tal-is-match
                      exit paragraph
                  end-if
              end-if

              *> PRIVATE profiles stay out of results for non-connections;
              *> CONNECTIONS profiles show only name, major and university
              move "00" to connection-status
              if not visibility-public
                  move acct-username to message-recipient-buffer
                  perform checkConnection
                  if not-connected and visibility-private
                      exit paragraph
                  end-if
              end-if

              add 1 to tal-result-count
              move acct-username to tal-result-user(tal-result-count)
              move tal-result-count to tal-num-disp
              move spaces to output-buffer
              string "[" delimited by size
                     function trim(tal-num-disp leading) delimited by size
                     "] " delimited by size
                     function trim(profile-first-name trailing) delimited by size
                     " " delimited by size
                     function trim(profile-last-name trailing) delimited by size
                     " - " delimited by size
                     function trim(profile-major trailing) delimited by size
                     ", " delimited by size
                     function trim(profile-university trailing) delimited by size
                     into output-buffer
              end-string
              if visibility-public or not not-connected
                  string function trim(output-buffer trailing) delimited by size
                         ", Class of " delimited by size
                         profile-graduation-year delimited by size
                         " - " delimited by size
                         function trim(profile-status trailing) delimited by size
                         into output-buffer
                  end-string
                  if enrollment-verified
                      string function trim(output-buffer trailing) delimited by size
                             " [verified]" delimited by size
                             into output-buffer
                      end-string
                  end-if
              end-if
              perform outputLine
              exit.

*> Paragraph: talActOnResults
*> Purpose:   Saves a listed student to a talent pool or invites them
*>            to apply, until the employer goes back
*> Input:     tal-result-table
*> Output:    None
       talActOnResults.
              perform until not valid-read
                  move "Enter p<number> to save to a talent pool, i<number> to invite to apply (q to go back):" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer = 'q' or input-buffer = 'Q' or not valid-read
                      exit perform
                  end-if
                  move 0 to tal-pick
                  if function trim(input-buffer(2:) trailing) is numeric
                      move function numval(input-buffer(2:)) to tal-pick
                  end-if
                  if tal-pick < 1 or tal-pick > tal-result-count
                      move "Invalid selection." to output-buffer
                      perform outputLine
                  else
                      move tal-result-user(tal-pick) to tal-candidate
                      evaluate true
                          when input-buffer(1:1) = 'p' or input-buffer(1:1) = 'P'
                              perform talSaveToPool
                          when input-buffer(1:1) = 'i' or input-buffer(1:1) = 'I'
                              perform talInviteToApply
                          when other
                              move "Invalid choice." to output-buffer
                              perform outputLine
                      end-evaluate
                  end-if
              end-perform
              exit.

*> Paragraph: talLoadPools
*> Purpose:   Collects the distinct pool names the company keeps
*> Input:     tal-company
*> Output:    tal-pool-count, tal-pool-table
       talLoadPools.
              move 0 to tal-pool-count
              move spaces to tal-prefix
              string function trim(tal-company trailing) delimited by size
                     "|" delimited by size
                     into tal-prefix
              end-string
              compute tal-prefix-len =
                  function length(function trim(tal-company trailing)) + 1
              open input talent-pools
              if talent-pool-ok
                  move tal-prefix to tpl-key
                  start talent-pools key is not less than tpl-key
                      invalid key
                          continue
                  end-start
                  perform until talent-pool-status not = "00"
                      read talent-pools next record
                          at end
                              exit perform
                          not at end
                              if tpl-key(1:tal-prefix-len) not = tal-prefix(1:tal-prefix-len)
                                  exit perform
                              end-if
                              *> Rows come back pool by pool
                              if tal-pool-count = 0
                              or tpl-pool-name not = tal-pool-entry(tal-pool-count)
                                  if tal-pool-count < 30
                                      add 1 to tal-pool-count
                                      move tpl-pool-name to tal-pool-entry(tal-pool-count)
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close talent-pools
              exit.

*> Paragraph: talSaveToPool
*> Purpose:   Adds tal-candidate to a new or existing named pool of
*>            the employer's company
*> Input:     tal-candidate, tal-company, current-user
*> Output:    None
       talSaveToPool.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              if tal-company = spaces
                  move "Talent pools belong to a company - join your company's page or post a job first." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform talLoadPools
              if tal-pool-count > 0
                  move "Existing pools:" to output-buffer
                  perform outputLine
                  perform varying tal-idx from 1 by 1 until tal-idx > tal-pool-count
                      move spaces to output-buffer
                      string "  " delimited by size
                             function trim(tal-pool-entry(tal-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-perform
              end-if
              move "Talent pool name (new or existing): " to input-prompt
              perform readInputLine
              move function upper-case(function trim(input-buffer trailing)) to tal-pool-name
              if tal-pool-name = spaces
              or function trim(input-buffer trailing) = "|"
                  move "No pool name given." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              inspect tal-pool-name replacing all "|" by "/"

              open i-o talent-pools
              if talent-pool-missing
                  open output talent-pools
                  close talent-pools
                  open i-o talent-pools
              end-if
              if talent-pool-ok
                  initialize talent-pool-record
                  move spaces to tpl-key
                  string function trim(tal-company trailing) delimited by size
                         "|" delimited by size
                         function trim(tal-pool-name trailing) delimited by size
                         "|" delimited by size
                         function trim(tal-candidate trailing) delimited by size
                         into tpl-key
                  end-string
                  move tal-company to tpl-company
                  move tal-pool-name to tpl-pool-name
                  move tal-candidate to tpl-username
                  move current-user to tpl-added-by
                  move function current-date(1:8) to tpl-added-date
                  write talent-pool-record
                  if talent-pool-ok
                      move current-user to audit-actor
                      move "talent-pools.dat" to audit-file-name
                      move tpl-key to audit-record-key
                      move "WRITE" to audit-action
                      perform recordAuditEvent
                      move "Saved to the talent pool." to output-buffer
                      perform outputLine
                  else
                      move "That student is already in this pool." to output-buffer
                      perform outputLine
                  end-if
              end-if
              close talent-pools
              exit.

*> Paragraph: talentPoolsMenu
*> Purpose:   Lists the company's talent pools and opens one to show
*>            its members, who can be invited or taken out of the pool
*> Input:     tal-company
*> Output:    None
       talentPoolsMenu.
              if tal-company = spaces
                  move "Talent pools belong to a company - join your company's page or post a job first." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform talLoadPools
              if tal-pool-count = 0
                  move "Your company has no talent pools yet." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "--- Talent Pools ---" to output-buffer
              perform outputLine
              perform varying tal-idx from 1 by 1 until tal-idx > tal-pool-count
                  move tal-idx to tal-num-disp
                  move spaces to output-buffer
                  string "[" delimited by size
                         function trim(tal-num-disp leading) delimited by size
                         "] " delimited by size
                         function trim(tal-pool-entry(tal-idx) trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move "Enter number to open (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move 0 to tal-pick
              if function trim(input-buffer trailing) is numeric
                  move function numval(input-buffer) to tal-pick
              end-if
              if tal-pick < 1 or tal-pick > tal-pool-count
                  exit paragraph
              end-if
              move tal-pool-entry(tal-pick) to tal-pool-name
              perform talShowPool
              exit.

*> Paragraph: talShowPool
*> Purpose:   Lists the members of pool tal-pool-name and acts on one
*> Input:     tal-company, tal-pool-name
*> Output:    None
       talShowPool.
              perform until not valid-read
                  move spaces to output-buffer
                  string "--- Talent Pool: " delimited by size
                         function trim(tal-pool-name trailing) delimited by size
                         " ---" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move 0 to tal-result-count
                  move spaces to tal-prefix
                  string function trim(tal-company trailing) delimited by size
                         "|" delimited by size
                         function trim(tal-pool-name trailing) delimited by size
                         "|" delimited by size
                         into tal-prefix
                  end-string
                  compute tal-prefix-len =
                      function length(function trim(tal-company trailing))
                      + function length(function trim(tal-pool-name trailing)) + 2
                  open input talent-pools
                  if talent-pool-ok
                      move tal-prefix to tpl-key
                      start talent-pools key is not less than tpl-key
                          invalid key
                              continue
                      end-start
                      perform until talent-pool-status not = "00"
                          read talent-pools next record
                              at end
                                  exit perform
                              not at end
                                  if tpl-key(1:tal-prefix-len) not = tal-prefix(1:tal-prefix-len)
                                      exit perform
                                  end-if
                                  if tal-result-count < 50
                                      add 1 to tal-result-count
                                      move tpl-username to tal-result-user(tal-result-count)
                                      move tal-result-count to tal-num-disp
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(tal-num-disp leading) delimited by size
                                             "] " delimited by size
                                             function trim(tpl-username trailing) delimited by size
                                             " (saved by " delimited by size
                                             function trim(tpl-added-by trailing) delimited by size
                                             " on " delimited by size
                                             tpl-added-date delimited by size
                                             ")" delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close talent-pools

                  if tal-result-count = 0
                      move "This pool is now empty." to output-buffer
                      perform outputLine
                      exit perform
                  end-if
                  move "Enter i<number> to invite to apply, r<number> to remove from the pool (q to go back):" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer = 'q' or input-buffer = 'Q' or not valid-read
                      exit perform
                  end-if
                  move 0 to tal-pick
                  if function trim(input-buffer(2:) trailing) is numeric
                      move function numval(input-buffer(2:)) to tal-pick
                  end-if
                  if tal-pick < 1 or tal-pick > tal-result-count
                      move "Invalid selection." to output-buffer
                      perform outputLine
                  else
                      move tal-result-user(tal-pick) to tal-candidate
                      evaluate true
                          when input-buffer(1:1) = 'i' or input-buffer(1:1) = 'I'
                              perform talInviteToApply
                          when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                              if support-viewing
                                  perform supportWriteBlocked
                                  exit paragraph
                              end-if
                              open i-o talent-pools
                              if talent-pool-ok
                                  move spaces to tpl-key
                                  string function trim(tal-prefix trailing) delimited by size
                                         function trim(tal-candidate trailing) delimited by size
                                         into tpl-key
                                  end-string
                                  delete talent-pools
                                      invalid key
                                          continue
                                      not invalid key
                                          move current-user to audit-actor
                                          move "talent-pools.dat" to audit-file-name
                                          move tpl-key to audit-record-key
                                          move "DELETE" to audit-action
                                          perform recordAuditEvent
                                          move "Removed from the pool." to output-buffer
                                          perform outputLine
                                  end-delete
                              end-if
                              close talent-pools
                          when other
                              move "Invalid choice." to output-buffer
                              perform outputLine
                      end-evaluate
                  end-if
              end-perform
              exit.

*> Paragraph: talInviteToApply
*> Purpose:   Invites tal-candidate to apply to one of the live
*>            postings current-user manages, records the invitation
*>            and tells the student
*> Input:     tal-candidate, current-user
*> Output:    None
       talInviteToApply.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              *> A student who has blocked the employer cannot be
              *> reached - refused without saying why
              move current-user to block-check-actor
              move tal-candidate to block-check-target
              perform checkBlocked
              if block-in-force
                  move "That student cannot be invited." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move 0 to tal-job-count
              open input job-database
              if job-database-ok
                  perform until job-database-status not = "00"
                      read job-database next record
                          at end
                              exit perform
                          not at end
                              if job-open
                                  perform checkPostingAccess
                                  if posting-manageable and tal-job-count < 50
                                      add 1 to tal-job-count
                                      move job-key to tal-job-key(tal-job-count)
                                      move job-title to tal-job-title(tal-job-count)
                                      move job-employer to tal-job-employer(tal-job-count)
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close job-database
              if tal-job-count = 0
                  move "You have no published postings to invite a student to." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Invite them to apply for which posting?" to output-buffer
              perform outputLine
              perform varying tal-idx from 1 by 1 until tal-idx > tal-job-count
                  move tal-idx to tal-num-disp
                  move spaces to output-buffer
                  string "[" delimited by size
                         function trim(tal-num-disp leading) delimited by size
                         "] " delimited by size
                         function trim(tal-job-title(tal-idx) trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move "> " to input-prompt
              perform readInputLine
              move 0 to tal-pick
              if function trim(input-buffer trailing) is numeric
                  move function numval(input-buffer) to tal-pick
              end-if
              if tal-pick < 1 or tal-pick > tal-job-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move spaces to invite-key
              string function trim(tal-candidate trailing) delimited by size
                     "|" delimited by size
                     function trim(tal-job-key(tal-pick) trailing) delimited by size
                     into invite-key
              end-string

              *> Nobody is invited to a posting they already applied to
              move 'N' to tal-match-flag
              open input application-database
              if application-ok
                  move invite-key to application-key
                  read application-database
                      key is application-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to tal-match-flag
                  end-read
              end-if
              close application-database
              if tal-is-match
                  move "That student has already applied to this posting." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              open i-o job-invites
              if invite-missing
                  open output job-invites
                  close job-invites
                  open i-o job-invites
              end-if
              if not invite-ok
                  close job-invites
                  move "Unable to open the invitations file." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move invite-key to tal-prefix
              initialize invite-record
              move tal-prefix to invite-key
              move tal-candidate to invite-student
              move tal-job-key(tal-pick) to invite-job-key
              move tal-job-title(tal-pick) to invite-job-title
              move tal-job-employer(tal-pick) to invite-employer
              move current-user to invite-sender
              move function current-date(1:8) to invite-date
              move "SENT" to invite-status
              write invite-record
              if not invite-ok
                  close job-invites
                  move "That student has already been invited to this posting." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              close job-invites
              move current-user to audit-actor
              move "job-invites.dat" to audit-file-name
              move invite-key to audit-record-key
              move "WRITE" to audit-action
              perform recordAuditEvent

              move spaces to message-content-buffer
              string function trim(invite-employer trailing) delimited by size
                     " has invited you to apply for " delimited by size
                     function trim(invite-job-title trailing) delimited by size
                     ". You will find it under Jobs > My Invitations to Apply." delimited by size
                     into message-content-buffer
              end-string
              move function trim(current-user trailing) to message-sender-buffer
              move tal-candidate to message-recipient-buffer
              move 'N' to message-priority-flag
              move "Invitation to apply" to message-spool-subject
              move "INVITE" to notify-class-buffer
              perform saveMessage

              move "Invitation sent." to output-buffer
              perform outputLine
              exit.

*> Paragraph: myInvitations
*> Purpose:   Lists the invitations to apply the student has received
*>            and opens the posting from one, so an application made
*>            there is credited to the invitation
*> Input:     current-user
*> Output:    None
       myInvitations.
              move "--- My Invitations to Apply ---" to output-buffer
              perform outputLine
              move 0 to tal-job-count
              move spaces to tal-prefix
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     into tal-prefix
              end-string
              compute tal-prefix-len =
                  function length(function trim(current-user trailing)) + 1
              open input job-invites
              if invite-ok
                  move tal-prefix to invite-key
                  start job-invites key is not less than invite-key
                      invalid key
                          continue
                  end-start
                  perform until invite-status-code not = "00"
                      read job-invites next record
                          at end
                              exit perform
                          not at end
                              if invite-key(1:tal-prefix-len) not = tal-prefix(1:tal-prefix-len)
                                  exit perform
                              end-if
                              if tal-job-count < 50
                                  add 1 to tal-job-count
                                  move invite-job-key to tal-job-key(tal-job-count)
                                  move invite-job-title to tal-job-title(tal-job-count)
                                  move tal-job-count to tal-num-disp
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(tal-num-disp leading) delimited by size
                                         "] " delimited by size
                                         function trim(invite-job-title trailing) delimited by size
                                         " - " delimited by size
                                         function trim(invite-employer trailing) delimited by size
                                         " (invited " delimited by size
                                         invite-date delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                                  if invite-applied
                                      string function trim(output-buffer trailing) delimited by size
                                             " - applied" delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                      end-read
                  end-perform
              end-if
              close job-invites

              if tal-job-count = 0
                  move "You have no invitations to apply." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Enter number to open details/apply (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move 0 to tal-pick
              if function trim(input-buffer trailing) is numeric
                  move function numval(input-buffer) to tal-pick
              end-if
              if tal-pick >= 1 and tal-pick <= tal-job-count
                  move tal-job-key(tal-pick) to application-job-key-buffer
                  move "INVITE" to application-source-buffer
                  perform viewJobDetails
                  move "BROWSE" to application-source-buffer
              end-if
              exit.

*> Paragraph: clearInvitesForJob
*> Purpose:   Removes the invitations to a posting being deleted
*> Input:     tal-clear-job-key
*> Output:    None
       clearInvitesForJob.
              open i-o job-invites
              if invite-ok
                  perform until invite-status-code not = "00"
                      read job-invites next record
                          at end
                              exit perform
                          not at end
                              if invite-job-key = tal-clear-job-key
                                  delete job-invites
                                  perform setAuditActor
                                  move "job-invites.dat" to audit-file-name
                                  move invite-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close job-invites
              exit.

*> Paragraph: creditInviteApplied
*> Purpose:   Flips the invitation behind the application just written
*>            to APPLIED so the employer sees it was taken up
*> Input:     application-key (the invitation shares it)
*> Output:    None
       creditInviteApplied.
              open i-o job-invites
              if invite-ok
                  move application-key to invite-key
                  read job-invites
                      key is invite-key
                      invalid key
                          continue
                      not invalid key
                          if invite-sent
                              move "APPLIED" to invite-status
                              rewrite invite-record
                              move current-user to audit-actor
                              move "job-invites.dat" to audit-file-name
                              move invite-key to audit-record-key
                              move "REWRITE" to audit-action
                              perform recordAuditEvent
                          end-if
                  end-read
              end-if
              close job-invites
              exit.

*>*******************************************************************
*> Posting eligibility rules - the class years and majors a posting
*> is open to, a minimum count of completed skills and whether visa
*> sponsorship is offered, checked against the applicant's profile
*> by createApplication. The poster chooses whether an ineligible
*> application is refused or taken marked ineligible.
*>*******************************************************************

*> Paragraph: captureEligibilityRules
*> Purpose:   Asks for a posting's eligibility rules (shared by
*>            createJobListing and the posting editor) - the caller
*>            stores them against the posting with saveJobEligibility
*> Input:     None (prompts)
*> Output:    elg-hold
       captureEligibilityRules.
              initialize job-eligibility-record
              move 'Y' to elg-sponsorship
              move "BLOCK" to elg-action
              move "Eligibility rules (leave an answer blank to skip that rule):" to output-buffer
              perform outputLine

              *> Class years
              move 'Y' to elg-bad-flag
              perform until not elg-input-bad or not valid-read
                  move 'N' to elg-bad-flag
                  move zeros to elg-grad-years
                  move "Eligible class years, up to 6 separated by spaces (e.g. 2026 2027): " to input-prompt
                  perform readInputLine
                  move function trim(input-buffer) to elg-line
                  move spaces to elg-year-split
                  unstring elg-line delimited by all space
                      into elg-year-in(1) elg-year-in(2) elg-year-in(3)
                           elg-year-in(4) elg-year-in(5) elg-year-in(6)
                  end-unstring
                  perform varying elg-idx from 1 by 1 until elg-idx > 6
                      if elg-year-in(elg-idx) not = spaces
                          if elg-year-in(elg-idx)(1:4) is numeric
                          and elg-year-in(elg-idx)(5:6) = spaces
                              move elg-year-in(elg-idx)(1:4) to elg-grad-year(elg-idx)
                          else
                              move 'Y' to elg-bad-flag
                          end-if
                      end-if
                  end-perform
                  if elg-input-bad
                      move "Class years must be 4-digit years separated by spaces." to output-buffer
                      perform outputLine
                  end-if
              end-perform

              *> Majors
              move "Eligible majors, up to 5 separated by commas: " to input-prompt
              perform readInputLine
              move input-buffer to elg-line
              move spaces to elg-major-split
              unstring elg-line delimited by ","
                  into elg-major-in(1) elg-major-in(2) elg-major-in(3)
                       elg-major-in(4) elg-major-in(5)
              end-unstring
              perform varying elg-idx from 1 by 1 until elg-idx > 5
                  move function trim(elg-major-in(elg-idx)) to elg-major(elg-idx)
              end-perform

              *> Minimum completed skills
              move 'Y' to elg-bad-flag
              perform until not elg-input-bad or not valid-read
                  move 'N' to elg-bad-flag
                  move 0 to elg-min-skills
                  move "Minimum number of completed skills (blank = none): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) not = spaces
                      if function trim(input-buffer trailing) is numeric
                      and function length(function trim(input-buffer trailing)) <= 2
                          move function numval(input-buffer) to elg-min-skills
                      else
                          move 'Y' to elg-bad-flag
                          move "Enter a number from 0 to 99." to output-buffer
                          perform outputLine
                      end-if
                  end-if
              end-perform

              *> Sponsorship
              move "Visa sponsorship available? (Y/N, blank = Y): " to input-prompt
              perform readInputLine
              if function upper-case(input-buffer(1:1)) = "N"
                  move 'N' to elg-sponsorship
              end-if

              *> What happens to an ineligible applicant
              move "Ineligible applicants - [1] refuse the application  [2] accept it marked ineligible (blank = 1): " to input-prompt
              perform readInputLine
              if input-buffer(1:1) = '2'
                  move "FLAG" to elg-action
              end-if
              move job-eligibility-record to elg-hold
              exit.

*> Paragraph: countEligibilityRules
*> Purpose:   Counts the rules actually set on the rules record in
*>            job-eligibility-record
*> Input:     job-eligibility-record
*> Output:    elg-hit-count
       countEligibilityRules.
              move 0 to elg-hit-count
              perform varying elg-idx from 1 by 1 until elg-idx > 6
                  if elg-grad-year(elg-idx) > 0
                      add 1 to elg-hit-count
                  end-if
              end-perform
              perform varying elg-idx from 1 by 1 until elg-idx > 5
                  if elg-major(elg-idx) not = spaces
                      add 1 to elg-hit-count
                  end-if
              end-perform
              if elg-min-skills > 0
                  add 1 to elg-hit-count
              end-if
              if elg-no-sponsor
                  add 1 to elg-hit-count
              end-if
              exit.

*> Paragraph: saveJobEligibility
*> Purpose:   Stores the captured rules against a posting, or removes
*>            the posting's rules when none were given
*> Input:     elg-lookup-key, elg-hold
*> Output:    None
       saveJobEligibility.
              open i-o job-eligibility
              if eligibility-missing
                  open output job-eligibility
                  close job-eligibility
                  open i-o job-eligibility
              end-if
              if not eligibility-ok
                  close job-eligibility
                  exit paragraph
              end-if
              move 'N' to elg-found-flag
              move elg-lookup-key to elg-job-key
              read job-eligibility key is elg-job-key
                  invalid key
                      continue
                  not invalid key
                      move 'Y' to elg-found-flag
              end-read
              move elg-hold to job-eligibility-record
              move elg-lookup-key to elg-job-key
              move function current-date(1:8) to elg-updated-date
              perform countEligibilityRules
              move current-user to audit-actor
              move "job-eligibility.dat" to audit-file-name
              move elg-job-key to audit-record-key
              evaluate true
                  when elg-hit-count = 0 and elg-found
                      delete job-eligibility
                          invalid key
                              continue
                          not invalid key
                              move "DELETE" to audit-action
                              perform recordAuditEvent
                      end-delete
                  when elg-hit-count = 0
                      continue
                  when elg-found
                      rewrite job-eligibility-record
                      if eligibility-ok
                          move "REWRITE" to audit-action
                          perform recordAuditEvent
                      end-if
                  when other
                      write job-eligibility-record
                      if eligibility-ok
                          move "WRITE" to audit-action
                          perform recordAuditEvent
                      end-if
              end-evaluate
              close job-eligibility
              exit.

*> Paragraph: clearJobEligibility
*> Purpose:   Removes a deleted posting's eligibility rules
*> Input:     elg-lookup-key
*> Output:    None
       clearJobEligibility.
              open i-o job-eligibility
              if eligibility-ok
                  move elg-lookup-key to elg-job-key
                  delete job-eligibility
                      invalid key
                          continue
                      not invalid key
                          perform setAuditActor
                          move "job-eligibility.dat" to audit-file-name
                          move elg-job-key to audit-record-key
                          move "DELETE" to audit-action
                          perform recordAuditEvent
                  end-delete
              end-if
              close job-eligibility
              exit.

*> Paragraph: displayEligibilityRules
*> Purpose:   Lists a posting's eligibility rules under its details
*> Input:     elg-lookup-key
*> Output:    None
       displayEligibilityRules.
              move 'N' to elg-found-flag
              open input job-eligibility
              if eligibility-ok
                  move elg-lookup-key to elg-job-key
                  read job-eligibility key is elg-job-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to elg-found-flag
                  end-read
              end-if
              close job-eligibility
              if not elg-found
                  exit paragraph
              end-if

              move "Eligibility:" to output-buffer
              perform outputLine
              move spaces to elg-line
              perform varying elg-idx from 1 by 1 until elg-idx > 6
                  if elg-grad-year(elg-idx) > 0
                      string function trim(elg-line trailing) delimited by size
                             " " delimited by size
                             elg-grad-year(elg-idx) delimited by size
                             into elg-line
                      end-string
                  end-if
              end-perform
              if elg-line not = spaces
                  move spaces to output-buffer
                  string "  Class of: " delimited by size
                         function trim(elg-line) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              move spaces to elg-line
              perform varying elg-idx from 1 by 1 until elg-idx > 5
                  if elg-major(elg-idx) not = spaces
                      if elg-line = spaces
                          move elg-major(elg-idx) to elg-line
                      else
                          string function trim(elg-line trailing) delimited by size
                                 ", " delimited by size
                                 function trim(elg-major(elg-idx) trailing) delimited by size
                                 into elg-line
                          end-string
                      end-if
                  end-if
              end-perform
              if elg-line not = spaces
                  move spaces to output-buffer
                  string "  Majors: " delimited by size
                         function trim(elg-line trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if elg-min-skills > 0
                  move elg-min-skills to elg-num-disp
                  move spaces to output-buffer
                  string "  At least " delimited by size
                         function trim(elg-num-disp leading) delimited by size
                         " completed skill(s)" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if elg-no-sponsor
                  move "  No visa sponsorship - applicants must already be authorized to work" to output-buffer
                  perform outputLine
              end-if
              if elg-flags
                  move "  (Ineligible applications are accepted and marked ineligible)" to output-buffer
              else
                  move "  (Ineligible applications are refused)" to output-buffer
              end-if
              perform outputLine
              exit.

*> Paragraph: checkJobEligibility
*> Purpose:   Tests a student's profile against a posting's
*>            eligibility rules, stopping at the first rule failed
*> Input:     elg-lookup-key, elg-student
*> Output:    elg-result-flag, elg-reason, elg-rule-action (acct-record
*>            is left holding the student)
       checkJobEligibility.
              move 'Y' to elg-result-flag
              move spaces to elg-reason
              move "BLOCK" to elg-rule-action
              move 'N' to elg-found-flag
              open input job-eligibility
              if eligibility-ok
                  move elg-lookup-key to elg-job-key
                  read job-eligibility key is elg-job-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to elg-found-flag
                  end-read
              end-if
              close job-eligibility
              if not elg-found
                  exit paragraph
              end-if
              move elg-action to elg-rule-action
              move elg-student to buffer-acct-username
              perform findAcct
              if not acct-found
                  exit paragraph
              end-if

              *> Class year
              move 0 to elg-hit-count
              move 'N' to elg-rule-flag
              perform varying elg-idx from 1 by 1 until elg-idx > 6
                  if elg-grad-year(elg-idx) > 0
                      move 'Y' to elg-rule-flag
                      if elg-grad-year(elg-idx) = profile-graduation-year
                          add 1 to elg-hit-count
                      end-if
                  end-if
              end-perform
              if elg-rule-set and elg-hit-count = 0
                  move 'N' to elg-result-flag
                  string "Class of " delimited by size
                         profile-graduation-year delimited by size
                         " is not an eligible class year" delimited by size
                         into elg-reason
                  end-string
                  exit paragraph
              end-if

              *> Major
              move 0 to elg-hit-count
              move 'N' to elg-rule-flag
              move function upper-case(profile-major) to elg-major-work
              perform varying elg-idx from 1 by 1 until elg-idx > 5
                  if elg-major(elg-idx) not = spaces
                      move 'Y' to elg-rule-flag
                      inspect elg-major-work tallying elg-hit-count
                          for all function upper-case(function trim(elg-major(elg-idx) trailing))
                  end-if
              end-perform
              if elg-rule-set and elg-hit-count = 0
                  move 'N' to elg-result-flag
                  move "Major is not one of the posting's eligible majors" to elg-reason
                  exit paragraph
              end-if

              *> Completed skills
              if elg-min-skills > 0
                  move elg-student to usk-lookup-user
                  perform loadUserCompletions
                  if usk-count < elg-min-skills
                      move 'N' to elg-result-flag
                      move usk-count to elg-have-disp
                      move elg-min-skills to elg-num-disp
                      string "Has " delimited by size
                             function trim(elg-have-disp leading) delimited by size
                             " of the " delimited by size
                             function trim(elg-num-disp leading) delimited by size
                             " completed skills required" delimited by size
                             into elg-reason
                      end-string
                      exit paragraph
                  end-if
              end-if

              *> Work authorization
              if elg-no-sponsor and not work-authorized
                  move 'N' to elg-result-flag
                  if work-needs-sponsor
                      move "Needs visa sponsorship - the posting offers none" to elg-reason
                  else
                      move "Work authorization not recorded - no sponsorship offered" to elg-reason
                  end-if
              end-if
              exit.

*>*******************************************************************
*> Internships for academic credit - a credit-internship record the
*> student opens from an accepted offer with the learning objectives,
*> the faculty sponsor and the term; the employer supervisor files a
*> mid-term and a final evaluation, the faculty sponsor signs off
*> with a grade, and the CREDIT batch job hands the grades of ended
*> terms to the registrar
*>*******************************************************************

*> Paragraph: creditInternshipsMenu
*> Purpose:   The Jobs menu entry - students see their own credit
*>            internships, employers the ones they supervise
*> Input:     session role
*> Output:    None
       creditInternshipsMenu.
              if session-employer
                  perform supervisorCreditInternships
              else
                  perform studentCreditInternships
              end-if
              exit.

*> Paragraph: studentCreditInternships
*> Purpose:   Lists the student's credit internships and registers a
*>            new one from an accepted offer
*> Input:     current-user
*> Output:    None
       studentCreditInternships.
              move 'N' to crd-done-flag
              perform until crd-done or not valid-read
                  move "--- My Credit Internships ---" to output-buffer
                  perform outputLine
                  move 0 to crd-list-count
                  open input credit-internships
                  if credit-ok
                      perform until credit-internship-status not = "00"
                          read credit-internships next record
                              at end
                                  exit perform
                              not at end
                                  if cri-student = current-user
                                  and crd-list-count < 50
                                      add 1 to crd-list-count
                                      move cri-key to crd-list-key(crd-list-count)
                                      perform crdListLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close credit-internships
                  if crd-list-count = 0
                      move "You have no internships registered for credit." to output-buffer
                      perform outputLine
                  end-if
                  move "Enter number to view, [r] Register an accepted offer for credit, [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 'q' or input-buffer(1:1) = 'Q' or not valid-read
                          move 'Y' to crd-done-flag
                      when input-buffer(1:1) = 'r' or input-buffer(1:1) = 'R'
                          perform crdRegisterFromOffer
                      when other
                          perform crdPickFromList
                          if crd-pick > 0
                              open input credit-internships
                              if credit-ok
                                  move crd-list-key(crd-pick) to cri-key
                                  read credit-internships key is cri-key
                                      invalid key
                                          continue
                                      not invalid key
                                          perform crdShowRecord
                                  end-read
                              end-if
                              close credit-internships
                          end-if
                  end-evaluate
              end-perform
              exit.

*> Paragraph: crdPickFromList
*> Purpose:   Turns the number typed at a list prompt into a row
*> Input:     input-buffer, crd-list-count
*> Output:    crd-pick (0 when the entry is not a listed row)
       crdPickFromList.
              move 0 to crd-pick
              if function trim(input-buffer trailing) is numeric
                  move function numval(input-buffer) to crd-pick
              end-if
              if crd-pick < 1 or crd-pick > crd-list-count
                  move 0 to crd-pick
                  move "Invalid selection." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: crdListLine
*> Purpose:   One numbered summary row for the record just read
*> Input:     credit-internship-record, crd-list-count
*> Output:    None
       crdListLine.
              move crd-list-count to crd-num-disp
              move spaces to output-buffer
              string "[" delimited by size
                     function trim(crd-num-disp leading) delimited by size
                     "] " delimited by size
                     function trim(cri-job-title trailing) delimited by size
                     " at " delimited by size
                     function trim(cri-employer trailing) delimited by size
                     " - " delimited by size
                     function trim(cri-student trailing) delimited by size
                     ", " delimited by size
                     cri-term delimited by size
                     " (" delimited by size
                     function trim(cri-status trailing) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: crdShowRecord
*> Purpose:   Prints a credit internship in full - objectives, both
*>            evaluations and the grade
*> Input:     credit-internship-record
*> Output:    None
       crdShowRecord.
              move spaces to output-buffer
              string "--- Credit Internship: " delimited by size
                     function trim(cri-job-title trailing) delimited by size
                     " at " delimited by size
                     function trim(cri-employer trailing) delimited by size
                     " ---" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move cri-credit-hours to crd-hours-disp
              move spaces to output-buffer
              string "Student: " delimited by size
                     function trim(cri-student trailing) delimited by size
                     "   Term: " delimited by size
                     cri-term delimited by size
                     " (ends " delimited by size
                     cri-term-end delimited by size
                     ")   Credit hours: " delimited by size
                     function trim(crd-hours-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move spaces to output-buffer
              string "Supervisor: " delimited by size
                     function trim(cri-supervisor trailing) delimited by size
                     "   Faculty sponsor: " delimited by size
                     function trim(cri-faculty trailing) delimited by size
                     "   Status: " delimited by size
                     function trim(cri-status trailing) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move "Learning objectives:" to output-buffer
              perform outputLine
              perform varying crd-idx from 1 by 1 until crd-idx > 3
                  if cri-objective(crd-idx) not = spaces
                      move spaces to output-buffer
                      string "  - " delimited by size
                             function trim(cri-objective(crd-idx) trailing) delimited by size
                             into output-buffer
                      end-string
                      perform outputLine
                  end-if
              end-perform
              if cri-mid-date not = spaces
                  move spaces to output-buffer
                  string "Mid-term evaluation (" delimited by size
                         cri-mid-date delimited by size
                         ", " delimited by size
                         function trim(cri-mid-by trailing) delimited by size
                         "): " delimited by size
                         cri-mid-rating delimited by size
                         "/5 - " delimited by size
                         function trim(cri-mid-comments trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if cri-final-date not = spaces
                  move spaces to output-buffer
                  string "Final evaluation (" delimited by size
                         cri-final-date delimited by size
                         ", " delimited by size
                         function trim(cri-final-by trailing) delimited by size
                         "): " delimited by size
                         cri-final-rating delimited by size
                         "/5 - " delimited by size
                         function trim(cri-final-comments trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              if cri-grade not = spaces
                  move spaces to output-buffer
                  string "Grade: " delimited by size
                         function trim(cri-grade trailing) delimited by size
                         " (signed off " delimited by size
                         cri-grade-date delimited by size
                         ")" delimited by size
                         into output-buffer
                  end-string
                  if cri-reported-date not = spaces
                      string function trim(output-buffer trailing) delimited by size
                             " - sent to the registrar " delimited by size
                             cri-reported-date delimited by size
                             into output-buffer
                      end-string
                  end-if
                  perform outputLine
              end-if
              exit.

*> Paragraph: crdRegisterFromOffer
*> Purpose:   Opens a credit-internship record from one of the
*>            student's accepted offers, capturing the term, credit
*>            hours, learning objectives and faculty sponsor
*> Input:     current-user
*> Output:    None
       crdRegisterFromOffer.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              *> Accepted offers not yet registered for credit
              move 0 to crd-list-count
              open input offers-database
              open input credit-internships
              if offers-ok
                  perform until offers-status not = "00"
                      read offers-database next record
                          at end
                              exit perform
                          not at end
                              if offer-username = current-user
                              and offer-accepted
                              and crd-list-count < 50
                                  move 'N' to crd-ok-flag
                                  if credit-ok
                                      move offer-key to cri-key
                                      read credit-internships key is cri-key
                                          invalid key
                                              move 'Y' to crd-ok-flag
                                      end-read
                                  else
                                      move 'Y' to crd-ok-flag
                                  end-if
                                  if crd-input-ok
                                      add 1 to crd-list-count
                                      move offer-key to crd-list-key(crd-list-count)
                                      move crd-list-count to crd-num-disp
                                      move spaces to output-buffer
                                      string "[" delimited by size
                                             function trim(crd-num-disp leading) delimited by size
                                             "] " delimited by size
                                             function trim(offer-job-title trailing) delimited by size
                                             ", starting " delimited by size
                                             offer-start-date delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close credit-internships
              close offers-database
              if crd-list-count = 0
                  move "You have no accepted offers waiting to be registered for credit." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Which offer is an internship for credit? " to input-prompt
              perform readInputLine
              perform crdPickFromList
              if crd-pick = 0
                  exit paragraph
              end-if

              *> The offer itself - title, supervisor and posting
              open input offers-database
              move crd-list-key(crd-pick) to offer-key
              read offers-database key is offer-key
                  invalid key
                      move spaces to offer-key
              end-read
              close offers-database
              if offer-key = spaces
                  move "That offer is no longer on file." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              initialize credit-internship-record
              move offer-key to cri-key
              move current-user to cri-student
              move offer-job-key to cri-job-key
              move offer-job-title to cri-job-title
              move offer-employer to cri-supervisor
              move offer-employer to cri-employer
              move "ACTIVE" to cri-status
              move function current-date(1:8) to cri-created-date
              *> Employer name and company from the posting, live or
              *> already archived
              open input job-database
              if job-database-ok
                  move offer-job-key to job-key
                  read job-database key is job-key
                      invalid key
                          continue
                      not invalid key
                          move job-employer to cri-employer
                          move job-company-key to cri-company-key
                  end-read
              end-if
              close job-database
              if cri-company-key = spaces
                  open input job-archive
                  if job-archive-ok
                      move offer-job-key to jobarc-key
                      read job-archive key is jobarc-key
                          invalid key
                              continue
                          not invalid key
                              move jobarc-record to job-record
                              move job-employer to cri-employer
                              move job-company-key to cri-company-key
                      end-read
                  end-if
                  close job-archive
              end-if

              *> Term - the grade goes to the registrar after its end
              move 'N' to crd-ok-flag
              perform until crd-input-ok or not valid-read
                  move "Term (YYYYSP, YYYYSU or YYYYFA, e.g. 2026FA): " to input-prompt
                  perform readInputLine
                  move function upper-case(function trim(input-buffer trailing)) to cri-term
                  if cri-term(1:4) is numeric
                  and function length(function trim(input-buffer trailing)) = 6
                      evaluate cri-term(5:2)
                          when "SP"
                              move 'Y' to crd-ok-flag
                              string cri-term(1:4) "0515" delimited by size
                                  into cri-term-end
                              end-string
                          when "SU"
                              move 'Y' to crd-ok-flag
                              string cri-term(1:4) "0815" delimited by size
                                  into cri-term-end
                              end-string
                          when "FA"
                              move 'Y' to crd-ok-flag
                              string cri-term(1:4) "1215" delimited by size
                                  into cri-term-end
                              end-string
                          when other
                              continue
                      end-evaluate
                  end-if
                  if not crd-input-ok
                      move "Enter the year followed by SP, SU or FA." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              if not crd-input-ok
                  exit paragraph
              end-if

              *> Credit hours
              move 'N' to crd-ok-flag
              perform until crd-input-ok or not valid-read
                  move "Credit hours (1-12): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) is numeric
                  and function length(function trim(input-buffer trailing)) <= 2
                      move function numval(input-buffer) to cri-credit-hours
                      if cri-credit-hours >= 1 and cri-credit-hours <= 12
                          move 'Y' to crd-ok-flag
                      end-if
                  end-if
                  if not crd-input-ok
                      move "Enter a number of credit hours from 1 to 12." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              if not crd-input-ok
                  exit paragraph
              end-if

              *> Learning objectives - at least one
              move "Learning objectives (up to 3, blank to finish):" to output-buffer
              perform outputLine
              move 'N' to crd-ok-flag
              perform varying crd-idx from 1 by 1 until crd-idx > 3 or crd-input-ok or not valid-read
                  move crd-idx to crd-num-disp
                  move spaces to input-prompt
                  string "Objective " delimited by size
                         function trim(crd-num-disp leading) delimited by size
                         ": " delimited by size
                         into input-prompt
                  end-string
                  perform readInputLine
                  if function trim(input-buffer trailing) = spaces
                      if crd-idx = 1
                          move "At least one learning objective is required." to output-buffer
                          perform outputLine
                          subtract 1 from crd-idx
                      else
                          move 'Y' to crd-ok-flag
                      end-if
                  else
                      move function trim(input-buffer trailing) to cri-objective(crd-idx)
                  end-if
              end-perform
              move spaces to input-prompt
              if cri-objective(1) = spaces
                  exit paragraph
              end-if

              *> Faculty sponsor - an advisor account
              move 'N' to crd-ok-flag
              perform until crd-input-ok or not valid-read
                  move "Faculty sponsor's username: " to input-prompt
                  perform readInputLine
                  move function upper-case(function trim(input-buffer trailing)) to buffer-acct-username
                  perform findAcct
                  if acct-found and acct-advisor
                      move buffer-acct-username to cri-faculty
                      move 'Y' to crd-ok-flag
                  else
                      move "The faculty sponsor must be an advisor account on file." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              if not crd-input-ok
                  exit paragraph
              end-if

              open i-o credit-internships
              if credit-missing
                  open output credit-internships
                  close credit-internships
                  open i-o credit-internships
              end-if
              if credit-ok
                  write credit-internship-record
              end-if
              if credit-ok
                  move current-user to audit-actor
                  move "credit-internships.dat" to audit-file-name
                  move cri-key to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
                  move "Internship registered for credit." to output-buffer
                  perform outputLine
              else
                  move "Unable to record the credit internship." to output-buffer
                  perform outputLine
              end-if
              close credit-internships
              if not credit-ok
                  exit paragraph
              end-if

              *> Tell the supervisor and the faculty sponsor
              move spaces to message-content-buffer
              string function trim(cri-student trailing) delimited by size
                     " is taking the " delimited by size
                     function trim(cri-job-title trailing) delimited by size
                     " internship for academic credit (" delimited by size
                     cri-term delimited by size
                     "). Please file a mid-term and a final evaluation under Jobs > Credit Internships." delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move cri-supervisor to message-recipient-buffer
              move 'N' to message-priority-flag
              move "Credit internship evaluations" to message-spool-subject
              perform saveMessage
              move spaces to message-content-buffer
              string function trim(cri-student trailing) delimited by size
                     " has named you faculty sponsor for the " delimited by size
                     function trim(cri-job-title trailing) delimited by size
                     " internship at " delimited by size
                     function trim(cri-employer trailing) delimited by size
                     " (" delimited by size
                     cri-term delimited by size
                     "). Sign off with a grade under Credit Internship Sign-off." delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move cri-faculty to message-recipient-buffer
              move 'N' to message-priority-flag
              move "Credit internship sponsorship" to message-spool-subject
              perform saveMessage
              exit.

*> Paragraph: crdCheckSupervisor
*> Purpose:   Decides whether current-user supervises the credit
*>            internship loaded - the offer's employer account or a
*>            member of the posting's company
*> Input:     credit-internship-record, current-user
*> Output:    crd-access-flag
       crdCheckSupervisor.
              move 'N' to crd-access-flag
              if cri-supervisor = current-user
                  move 'Y' to crd-access-flag
                  exit paragraph
              end-if
              if cri-company-key not = spaces
                  move cri-company-key to cmb-check-company
                  move current-user to cmb-check-user
                  perform checkCompanyMember
                  if is-company-member
                      move 'Y' to crd-access-flag
                  end-if
              end-if
              exit.

*> Paragraph: supervisorCreditInternships
*> Purpose:   The employer's list of credit interns, with the mid-term
*>            and final evaluations filed from it
*> Input:     current-user
*> Output:    None
       supervisorCreditInternships.
              move 'N' to crd-done-flag
              perform until crd-done or not valid-read
                  move "--- Credit Internship Evaluations ---" to output-buffer
                  perform outputLine
                  move 0 to crd-list-count
                  open input credit-internships
                  if credit-ok
                      perform until credit-internship-status not = "00"
                          read credit-internships next record
                              at end
                                  exit perform
                              not at end
                                  perform crdCheckSupervisor
                                  if crd-can-supervise
                                  and crd-list-count < 50
                                      add 1 to crd-list-count
                                      move cri-key to crd-list-key(crd-list-count)
                                      perform crdListLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close credit-internships
                  if crd-list-count = 0
                      move "None of your hires is taking an internship for credit." to output-buffer
                      perform outputLine
                      move 'Y' to crd-done-flag
                      exit perform
                  end-if
                  move "Enter number to view and evaluate, [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer(1:1) = 'q' or input-buffer(1:1) = 'Q' or not valid-read
                      move 'Y' to crd-done-flag
                  else
                      perform crdPickFromList
                      if crd-pick > 0
                          perform crdSupervisorAction
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: crdSupervisorAction
*> Purpose:   Shows one credit intern and files the evaluation the
*>            supervisor picks - the final needs the mid-term first,
*>            and neither can change once the grade is signed off
*> Input:     crd-list-key(crd-pick)
*> Output:    None
       crdSupervisorAction.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o credit-internships
              if not credit-ok
                  close credit-internships
                  exit paragraph
              end-if
              move crd-list-key(crd-pick) to cri-key
              read credit-internships key is cri-key
                  invalid key
                      move "That record is no longer on file." to output-buffer
                      perform outputLine
                      close credit-internships
                      exit paragraph
              end-read
              perform crdShowRecord
              if cri-graded or cri-reported
                  move "The faculty sponsor has signed off - the evaluations are final." to output-buffer
                  perform outputLine
                  close credit-internships
                  exit paragraph
              end-if
              move "[m] File mid-term evaluation  [f] File final evaluation  [q] Back" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate true
                  when input-buffer(1:1) = 'm' or input-buffer(1:1) = 'M'
                      move 'M' to crd-eval-which
                  when (input-buffer(1:1) = 'f' or input-buffer(1:1) = 'F')
                  and cri-mid-date = spaces
                      move "File the mid-term evaluation first." to output-buffer
                      perform outputLine
                      close credit-internships
                      exit paragraph
                  when input-buffer(1:1) = 'f' or input-buffer(1:1) = 'F'
                      move 'F' to crd-eval-which
                  when other
                      close credit-internships
                      exit paragraph
              end-evaluate

              perform crdCaptureEvaluation
              if not crd-input-ok
                  close credit-internships
                  exit paragraph
              end-if
              if crd-eval-mid
                  move crd-rating to cri-mid-rating
                  move crd-comments to cri-mid-comments
                  move current-user to cri-mid-by
                  move function current-date(1:8) to cri-mid-date
                  if cri-active
                      move "MIDTERM" to cri-status
                  end-if
              else
                  move crd-rating to cri-final-rating
                  move crd-comments to cri-final-comments
                  move current-user to cri-final-by
                  move function current-date(1:8) to cri-final-date
                  move "FINAL" to cri-status
              end-if
              rewrite credit-internship-record
              if credit-ok
                  move current-user to audit-actor
                  move "credit-internships.dat" to audit-file-name
                  move cri-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "Evaluation saved." to output-buffer
                  perform outputLine
              end-if
              close credit-internships

              *> The student always hears; the final evaluation also
              *> tells the faculty sponsor the grade can be signed off
              move spaces to message-content-buffer
              if crd-eval-mid
                  string "Your supervisor has filed the mid-term evaluation for your " delimited by size
                         function trim(cri-job-title trailing) delimited by size
                         " credit internship." delimited by size
                         into message-content-buffer
                  end-string
              else
                  string "Your supervisor has filed the final evaluation for your " delimited by size
                         function trim(cri-job-title trailing) delimited by size
                         " credit internship." delimited by size
                         into message-content-buffer
                  end-string
              end-if
              move current-user to message-sender-buffer
              move cri-student to message-recipient-buffer
              move 'N' to message-priority-flag
              move "Credit internship evaluation" to message-spool-subject
              perform saveMessage
              if crd-eval-final
                  move spaces to message-content-buffer
                  string "The final evaluation for " delimited by size
                         function trim(cri-student trailing) delimited by size
                         " (" delimited by size
                         function trim(cri-job-title trailing) delimited by size
                         ", " delimited by size
                         cri-term delimited by size
                         ") is in - the internship is ready for your grade." delimited by size
                         into message-content-buffer
                  end-string
                  move current-user to message-sender-buffer
                  move cri-faculty to message-recipient-buffer
                  move 'N' to message-priority-flag
                  move "Credit internship ready for grading" to message-spool-subject
                  perform saveMessage
              end-if
              exit.

*> Paragraph: crdCaptureEvaluation
*> Purpose:   Prompts for an evaluation's rating and comments
*> Input:     None (prompts)
*> Output:    crd-rating, crd-comments, crd-ok-flag
       crdCaptureEvaluation.
              move 'N' to crd-ok-flag
              move 0 to crd-rating
              perform until crd-input-ok or not valid-read
                  move "Overall rating, 1 (poor) to 5 (excellent): " to input-prompt
                  perform readInputLine
                  if input-buffer(1:1) >= "1" and input-buffer(1:1) <= "5"
                  and input-buffer(2:1) = space
                      move input-buffer(1:1) to crd-rating
                      move 'Y' to crd-ok-flag
                  else
                      move "Enter a rating from 1 to 5." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              if not crd-input-ok
                  exit paragraph
              end-if
              move "Comments on progress against the learning objectives: " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to crd-comments
              exit.

*> Paragraph: facultyCreditInternships
*> Purpose:   The faculty sponsor's list of credit internships, with
*>            the grade sign-off once the final evaluation is in
*> Input:     current-user
*> Output:    None
       facultyCreditInternships.
              move 'N' to crd-done-flag
              perform until crd-done or not valid-read
                  move "--- Credit Internship Sign-off ---" to output-buffer
                  perform outputLine
                  move 0 to crd-list-count
                  open input credit-internships
                  if credit-ok
                      perform until credit-internship-status not = "00"
                          read credit-internships next record
                              at end
                                  exit perform
                              not at end
                                  if cri-faculty = current-user
                                  and crd-list-count < 50
                                      add 1 to crd-list-count
                                      move cri-key to crd-list-key(crd-list-count)
                                      perform crdListLine
                                  end-if
                          end-read
                      end-perform
                  end-if
                  close credit-internships
                  if crd-list-count = 0
                      move "You are not sponsoring any credit internships." to output-buffer
                      perform outputLine
                      move 'Y' to crd-done-flag
                      exit perform
                  end-if
                  move "Enter number to view and sign off, [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer(1:1) = 'q' or input-buffer(1:1) = 'Q' or not valid-read
                      move 'Y' to crd-done-flag
                  else
                      perform crdPickFromList
                      if crd-pick > 0
                          perform crdFacultySignOff
                      end-if
                  end-if
              end-perform
              exit.

*> Paragraph: crdFacultySignOff
*> Purpose:   Shows one credit internship and records the faculty
*>            sponsor's grade - open once the final evaluation is in,
*>            and changeable until the registrar extract sends it
*> Input:     crd-list-key(crd-pick)
*> Output:    None
       crdFacultySignOff.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o credit-internships
              if not credit-ok
                  close credit-internships
                  exit paragraph
              end-if
              move crd-list-key(crd-pick) to cri-key
              read credit-internships key is cri-key
                  invalid key
                      move "That record is no longer on file." to output-buffer
                      perform outputLine
                      close credit-internships
                      exit paragraph
              end-read
              perform crdShowRecord
              evaluate true
                  when cri-reported
                      move "The grade has already been sent to the registrar." to output-buffer
                      perform outputLine
                      close credit-internships
                      exit paragraph
                  when cri-final-date = spaces
                      move "The grade can be signed off once the supervisor's final evaluation is in." to output-buffer
                      perform outputLine
                      close credit-internships
                      exit paragraph
                  when other
                      continue
              end-evaluate

              move 'N' to crd-ok-flag
              perform until crd-input-ok or not valid-read
                  move "Grade (A A- B+ B B- C+ C C- D F P NP, blank to cancel): " to input-prompt
                  perform readInputLine
                  if function trim(input-buffer trailing) = spaces
                      close credit-internships
                      exit paragraph
                  end-if
                  perform varying crd-idx from 1 by 1 until crd-idx > 12
                      if function upper-case(function trim(input-buffer trailing)) = crd-grade-entry(crd-idx)
                          move crd-grade-entry(crd-idx) to cri-grade
                          move 'Y' to crd-ok-flag
                      end-if
                  end-perform
                  if not crd-input-ok
                      move "That is not one of the listed grades." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              if not crd-input-ok
                  close credit-internships
                  exit paragraph
              end-if
              move function current-date(1:8) to cri-grade-date
              move "GRADED" to cri-status
              rewrite credit-internship-record
              if credit-ok
                  move current-user to audit-actor
                  move "credit-internships.dat" to audit-file-name
                  move cri-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "Grade signed off." to output-buffer
                  perform outputLine
              end-if
              close credit-internships

              move spaces to message-content-buffer
              string "Your faculty sponsor has signed off your " delimited by size
                     function trim(cri-job-title trailing) delimited by size
                     " credit internship (" delimited by size
                     cri-term delimited by size
                     ") with a grade of " delimited by size
                     function trim(cri-grade trailing) delimited by size
                     "." delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move cri-student to message-recipient-buffer
              move 'N' to message-priority-flag
              move "Credit internship graded" to message-spool-subject
              perform saveMessage
              exit.

*> Paragraph: creditGradeExtract
*> Purpose:   Batch job CREDIT - writes the registrar's credit-grade
*>            interface for every graded credit internship whose term
*>            has ended, marks those records REPORTED, and lists the
*>            ended ones still waiting on an evaluation or a grade
*> Input:     credit-internships.dat
*> Output:    credit-grades.txt, crd-written-count, crd-pending-count
       creditGradeExtract.
              move bdt-business-date to crd-today
              move 0 to crd-written-count
              move 0 to crd-pending-count
              move 0 to crd-hours-total

              open output credit-grades-file
              if credit-grades-status not = "00"
                  move "Unable to open credit-grades.txt." to output-buffer
                  perform outputLine
                  close credit-grades-file
                  exit paragraph
              end-if
              move spaces to credit-grades-line
              string "H|INCOLLEGE|CREDIT|" delimited by size
                     crd-today delimited by size
                     into credit-grades-line
              end-string
              write credit-grades-line

              open i-o credit-internships
              if credit-ok
                  perform until credit-internship-status not = "00"
                      read credit-internships next record
                          at end
                              exit perform
                          not at end
                              if cri-term-end not > crd-today
                                  evaluate true
                                      when cri-graded
                                          perform crdWriteGradeRow
                                      when cri-reported
                                          continue
                                      when other
                                          add 1 to crd-pending-count
                                          move spaces to output-buffer
                                          string "Term ended, not yet graded: " delimited by size
                                                 function trim(cri-student trailing) delimited by size
                                                 " - " delimited by size
                                                 function trim(cri-job-title trailing) delimited by size
                                                 ", " delimited by size
                                                 cri-term delimited by size
                                                 " (" delimited by size
                                                 function trim(cri-status trailing) delimited by size
                                                 ")" delimited by size
                                                 into output-buffer
                                          end-string
                                          perform outputLine
                                  end-evaluate
                              end-if
                      end-read
                  end-perform
              end-if
              close credit-internships

              move spaces to credit-grades-line
              string "T|" delimited by size
                     function trim(crd-written-count leading) delimited by size
                     "|" delimited by size
                     function trim(crd-hours-total leading) delimited by size
                     into credit-grades-line
              end-string
              write credit-grades-line
              close credit-grades-file

              move crd-written-count to crd-count-disp
              move crd-hours-total to crd-total-disp
              move spaces to output-buffer
              string "Credit grades written: " delimited by size
                     function trim(crd-count-disp leading) delimited by size
                     " (" delimited by size
                     function trim(crd-total-disp leading) delimited by size
                     " credit hours)" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move crd-pending-count to crd-count-disp
              move spaces to output-buffer
              string "Ended terms still awaiting a grade: " delimited by size
                     function trim(crd-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: crdWriteGradeRow
*> Purpose:   Emits one graded record to the registrar file and marks
*>            it REPORTED so it is sent once only
*> Input:     credit-internship-record (read for update)
*> Output:    interface row, counters
       crdWriteGradeRow.
              move cri-credit-hours to crd-hours-disp
              move spaces to credit-grades-line
              string "D|" delimited by size
                     function trim(cri-student trailing) delimited by size
                     "|" delimited by size
                     cri-term delimited by size
                     "|" delimited by size
                     function trim(crd-hours-disp leading) delimited by size
                     "|" delimited by size
                     function trim(cri-grade trailing) delimited by size
                     "|" delimited by size
                     function trim(cri-faculty trailing) delimited by size
                     "|" delimited by size
                     function trim(cri-employer trailing) delimited by size
                     "|" delimited by size
                     function trim(cri-job-title trailing) delimited by size
                     into credit-grades-line
              end-string
              write credit-grades-line
              add 1 to crd-written-count
              add cri-credit-hours to crd-hours-total
              move "REPORTED" to cri-status
              move crd-today to cri-reported-date
              rewrite credit-internship-record
              move "CREDIT" to audit-actor
              move "credit-internships.dat" to audit-file-name
              move cri-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              exit.

*>*******************************************************************
*> On-campus work-study jobs - a posting marked on-campus carries an
*> hourly rate, a funding source and an award cap. A student whose
*> application to one is accepted enters weekly timesheets, the
*> posting's creator approves them as supervisor, and the PAYROLL
*> batch job hands each pay period's approved hours to campus
*> payroll, refusing any week that would take the student past the
*> award
*>*******************************************************************

*> Paragraph: captureOnCampusTerms
*> Purpose:   Asks whether the posting is an on-campus student job and
*>            takes its rate, funding source and award cap
*> Input:     None (prompts)
*> Output:    job-type, job-hourly-rate, job-funding-source,
*>            job-award-cap
       captureOnCampusTerms.
              move spaces to job-type
              move 0 to job-hourly-rate
              move spaces to job-funding-source
              move 0 to job-award-cap
              move "Is this an on-campus student job (work-study or department-paid)? (Y/N): " to input-prompt
              perform readInputLine
              if function upper-case(function trim(input-buffer trailing)) not = "Y"
                  exit paragraph
              end-if
              move "ONCAMPUS" to job-type

              move 'N' to wks-ok-flag
              perform until wks-input-ok or not valid-read
                  move "Hourly rate (e.g. 15.50): " to input-prompt
                  perform readInputLine
                  move function trim(input-buffer trailing) to wks-num-work
                  if wks-num-work not = spaces
                  and function test-numval(wks-num-work) = 0
                      if function numval(wks-num-work) > 0
                      and function numval(wks-num-work) < 1000
                          compute job-hourly-rate rounded = function numval(wks-num-work)
                          move 'Y' to wks-ok-flag
                      end-if
                  end-if
                  if not wks-input-ok
                      move "Enter the hourly rate in dollars, such as 15.50." to output-buffer
                      perform outputLine
                  end-if
              end-perform

              move "Funding source: [1] Federal Work-Study  [2] Department  [3] Other" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              evaluate input-buffer(1:1)
                  when '1'
                      move "FWS" to job-funding-source
                  when '2'
                      move "DEPARTMENT" to job-funding-source
                  when other
                      move "OTHER" to job-funding-source
              end-evaluate

              move 'N' to wks-ok-flag
              perform until wks-input-ok or not valid-read
                  move "Award cap - the most one student may earn in this job (dollars): " to input-prompt
                  perform readInputLine
                  move function trim(input-buffer trailing) to wks-num-work
                  if wks-num-work not = spaces
                  and function test-numval(wks-num-work) = 0
                      if function numval(wks-num-work) > 0
                      and function numval(wks-num-work) < 100000
                          compute job-award-cap rounded = function numval(wks-num-work)
                          move 'Y' to wks-ok-flag
                      end-if
                  end-if
                  if not wks-input-ok
                      move "Enter the award cap in dollars, such as 3000.00." to output-buffer
                      perform outputLine
                  end-if
              end-perform
              exit.

*> Paragraph: workStudyMenu
*> Purpose:   The Jobs menu entry - students see their on-campus jobs
*>            and timesheets, employers the weeks waiting on them
*> Input:     session role
*> Output:    None
       workStudyMenu.
              if session-employer
                  perform wksSupervisorTimesheets
              else
                  perform wksStudentJobs
              end-if
              exit.

*> Paragraph: wksLoadJob
*> Purpose:   Reads a posting from the live file or, once swept, from
*>            the job archive
*> Input:     wks-lookup-key
*> Output:    job-record, wks-found-flag
       wksLoadJob.
              move 'N' to wks-found-flag
              open input job-database
              if job-database-ok
                  move wks-lookup-key to job-key
                  read job-database
                      key is job-key
                      invalid key
                          continue
                      not invalid key
                          move 'Y' to wks-found-flag
                  end-read
              end-if
              close job-database
              if wks-found
                  exit paragraph
              end-if
              *> A filled posting may already have been archived
              open input job-archive
              if job-archive-status = "00"
                  move wks-lookup-key to jobarc-key
                  read job-archive
                      key is jobarc-key
                      invalid key
                          continue
                      not invalid key
                          move jobarc-record to job-record
                          move 'Y' to wks-found-flag
                  end-read
              end-if
              close job-archive
              exit.

*> Paragraph: wksLoadMyJobs
*> Purpose:   Collects the on-campus postings current-user has been
*>            hired into (an ACCEPTED application)
*> Input:     current-user
*> Output:    wks-job-table, wks-job-count
       wksLoadMyJobs.
              move 0 to wks-job-count
              open input application-database
              if application-ok
                  *> Straight to the member's rows through the applicant index
                  move current-user to application-username
                  start application-database key is equal to application-username
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-username not = current-user
                                  exit perform
                              end-if
                              if function trim(application-username trailing) = function trim(current-user trailing)
                              and application-accepted
                              and wks-job-count < 20
                                  move application-job-key to wks-lookup-key
                                  perform wksLoadJob
                                  if wks-found and job-on-campus
                                      add 1 to wks-job-count
                                      move job-key to wks-job-key(wks-job-count)
                                      move job-title to wks-job-title(wks-job-count)
                                      move job-hourly-rate to wks-job-rate(wks-job-count)
                                      move job-funding-source to wks-job-funding(wks-job-count)
                                      move job-award-cap to wks-job-cap(wks-job-count)
                                      move job-creator to wks-job-supervisor(wks-job-count)
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close application-database
              exit.

*> Paragraph: wksStudentJobs
*> Purpose:   Lists current-user's on-campus jobs and opens the
*>            timesheets of the one chosen
*> Input:     current-user
*> Output:    None
       wksStudentJobs.
              move "--- My On-Campus Jobs ---" to output-buffer
              perform outputLine
              perform wksLoadMyJobs
              if wks-job-count = 0
                  move "You have no on-campus jobs. Hours can be entered once an application for an on-campus posting is accepted." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform varying wks-idx from 1 by 1 until wks-idx > wks-job-count
                  move wks-job-rate(wks-idx) to wks-rate-disp
                  move wks-job-cap(wks-idx) to wks-total-disp
                  move spaces to output-buffer
                  string "[" delimited by size
                         function trim(wks-idx leading) delimited by size
                         "] " delimited by size
                         function trim(wks-job-title(wks-idx) trailing) delimited by size
                         " - $" delimited by size
                         function trim(wks-rate-disp leading) delimited by size
                         "/hour (" delimited by size
                         function trim(wks-job-funding(wks-idx) trailing) delimited by size
                         "), award cap $" delimited by size
                         function trim(wks-total-disp leading) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-perform
              move "Enter number to open (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to wks-selected-index
              if wks-selected-index < 1 or wks-selected-index > wks-job-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move wks-selected-index to wks-cur
              perform wksJobTimesheets
              exit.

*> Paragraph: wksJobTimesheets
*> Purpose:   Shows the weeks entered for one on-campus job with the
*>            running total against the award, and takes a new week
*> Input:     wks-cur
*> Output:    None
       wksJobTimesheets.
              perform until not valid-read
                  move spaces to output-buffer
                  string "--- Timesheets: " delimited by size
                         function trim(wks-job-title(wks-cur) trailing) delimited by size
                         " ---" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move current-user to wks-sum-student
                  move wks-job-key(wks-cur) to wks-sum-job-key
                  move spaces to wks-skip-week
                  move 'Y' to wks-show-weeks-flag
                  perform wksSumForJob
                  move 'N' to wks-show-weeks-flag
                  move wks-paid-total to wks-total-disp
                  move wks-job-cap(wks-cur) to wks-total-disp-2
                  move spaces to output-buffer
                  string "Paid to date: $" delimited by size
                         function trim(wks-total-disp leading) delimited by size
                         " of a $" delimited by size
                         function trim(wks-total-disp-2 leading) delimited by size
                         " award" delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  compute wks-remaining = wks-job-cap(wks-cur) - wks-paid-total - wks-pending-total
                  if wks-remaining < 0
                      move 0 to wks-remaining
                  end-if
                  move wks-pending-total to wks-total-disp
                  move wks-remaining to wks-total-disp-2
                  move spaces to output-buffer
                  string "Waiting on approval or payroll: $" delimited by size
                         function trim(wks-total-disp leading) delimited by size
                         "   Remaining: $" delimited by size
                         function trim(wks-total-disp-2 leading) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move "[s] Submit hours for a week  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer(1:1) = 's' or input-buffer(1:1) = 'S'
                      perform wksSubmitWeek
                  else
                      exit perform
                  end-if
              end-perform
              exit.

*> Paragraph: wksSumForJob
*> Purpose:   Totals one student's weeks in one job - PAID, and the
*>            SUBMITTED or APPROVED still to be paid - listing each
*>            week when asked to
*> Input:     wks-sum-student, wks-sum-job-key, wks-skip-week,
*>            wks-show-weeks-flag
*> Output:    wks-paid-total, wks-pending-total
       wksSumForJob.
              move 0 to wks-paid-total
              move 0 to wks-pending-total
              open input timesheets
              if timesheet-ok
                  move spaces to tms-key
                  string function trim(wks-sum-student trailing) delimited by size
                         "|" delimited by size
                         function trim(wks-sum-job-key trailing) delimited by size
                         "|" delimited by size
                         into tms-key
                  end-string
                  start timesheets key is not less than tms-key
                      invalid key
                          continue
                  end-start
                  perform until timesheet-status not = "00"
                      read timesheets next record
                          at end
                              exit perform
                          not at end
                              if tms-student not = wks-sum-student
                              or tms-job-key not = wks-sum-job-key
                                  exit perform
                              end-if
                              if wks-show-weeks
                                  move tms-hours to wks-hours-disp
                                  move tms-amount to wks-amount-disp
                                  move spaces to output-buffer
                                  string "  Week of " delimited by size
                                         tms-week-start delimited by size
                                         ": " delimited by size
                                         function trim(wks-hours-disp leading) delimited by size
                                         " hours  $" delimited by size
                                         function trim(wks-amount-disp leading) delimited by size
                                         "  " delimited by size
                                         function trim(tms-status trailing) delimited by size
                                         into output-buffer
                                  end-string
                                  if tms-note not = spaces
                                      string function trim(output-buffer trailing) delimited by size
                                             " - " delimited by size
                                             function trim(tms-note trailing) delimited by size
                                             into output-buffer
                                      end-string
                                  end-if
                                  perform outputLine
                              end-if
                              if tms-week-start not = wks-skip-week
                                  evaluate true
                                      when tms-paid
                                          add tms-amount to wks-paid-total
                                      when tms-submitted or tms-approved
                                          add tms-amount to wks-pending-total
                                      when other
                                          continue
                                  end-evaluate
                              end-if
                      end-read
                  end-perform
              end-if
              close timesheets
              exit.

*> Paragraph: wksSubmitWeek
*> Purpose:   Takes one week's hours for the job at wks-cur and sends
*>            it to the supervisor; a rejected or refused week may be
*>            entered again
*> Input:     wks-cur
*> Output:    timesheets.dat
       wksSubmitWeek.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "Week starting (the Monday, YYYYMMDD): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to wks-week
              if wks-week is not numeric
              or function test-date-yyyymmdd(function numval(wks-week)) not = 0
                  move "Please enter the date as YYYYMMDD." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move wks-week to date-ymd-work
              *> Day 1 of the integer calendar is a Monday
              if function mod(function integer-of-date(date-ymd-work) - 1, 7) not = 0
                  move "Timesheets run Monday to Sunday - enter the Monday the week starts on." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              if wks-week > function current-date(1:8)
                  move "Hours cannot be entered for a week that has not started." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              move "Hours worked that week (e.g. 12.5): " to input-prompt
              perform readInputLine
              move function trim(input-buffer trailing) to wks-num-work
              move 'N' to wks-ok-flag
              if wks-num-work not = spaces
              and function test-numval(wks-num-work) = 0
                  if function numval(wks-num-work) > 0
                  and function numval(wks-num-work) <= wks-max-weekly-hours
                      compute wks-hours rounded = function numval(wks-num-work)
                      move 'Y' to wks-ok-flag
                  end-if
              end-if
              if not wks-input-ok
                  move "Enter the hours as a number greater than 0 and no more than 40." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              compute wks-amount rounded = wks-hours * wks-job-rate(wks-cur)

              *> The award is checked here as well as in the pay run,
              *> so the student hears about it while the week is fresh
              move current-user to wks-sum-student
              move wks-job-key(wks-cur) to wks-sum-job-key
              move wks-week to wks-skip-week
              perform wksSumForJob
              if wks-paid-total + wks-pending-total + wks-amount > wks-job-cap(wks-cur)
                  compute wks-remaining = wks-job-cap(wks-cur) - wks-paid-total - wks-pending-total
                  if wks-remaining < 0
                      move 0 to wks-remaining
                  end-if
                  move wks-remaining to wks-total-disp
                  move spaces to output-buffer
                  string "Those hours would take you past your award - $" delimited by size
                         function trim(wks-total-disp leading) delimited by size
                         " remains. Speak to your supervisor or the financial aid office." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  exit paragraph
              end-if

              open i-o timesheets
              if timesheet-missing
                  open output timesheets
                  close timesheets
                  open i-o timesheets
              end-if
              if not timesheet-ok
                  move "Unable to open the timesheet file." to output-buffer
                  perform outputLine
                  close timesheets
                  exit paragraph
              end-if
              move 'N' to wks-existing-flag
              move spaces to tms-key
              string function trim(current-user trailing) delimited by size
                     "|" delimited by size
                     function trim(wks-job-key(wks-cur) trailing) delimited by size
                     "|" delimited by size
                     wks-week delimited by size
                     into tms-key
              end-string
              read timesheets
                  key is tms-key
                  invalid key
                      continue
                  not invalid key
                      move 'Y' to wks-existing-flag
              end-read
              if wks-existing and not tms-rejected and not tms-refused and not tms-submitted
                  move "That week has already been approved - it cannot be changed." to output-buffer
                  perform outputLine
                  close timesheets
                  exit paragraph
              end-if
              move tms-key to wks-list-key-entry(1)
              initialize timesheet-record
              move wks-list-key-entry(1) to tms-key
              move current-user to tms-student
              move wks-job-key(wks-cur) to tms-job-key
              move wks-job-title(wks-cur) to tms-job-title
              move wks-week to tms-week-start
              move wks-hours to tms-hours
              move wks-job-rate(wks-cur) to tms-rate
              move wks-amount to tms-amount
              move wks-job-funding(wks-cur) to tms-funding-source
              move wks-job-cap(wks-cur) to tms-award-cap
              move wks-job-supervisor(wks-cur) to tms-supervisor
              move "SUBMITTED" to tms-status
              move function current-date(1:8) to tms-submitted-date
              move spaces to tms-decided-date
              move spaces to tms-decided-by
              move spaces to tms-note
              move spaces to tms-pay-period
              if wks-existing
                  rewrite timesheet-record
                  move "REWRITE" to audit-action
              else
                  write timesheet-record
                  move "WRITE" to audit-action
              end-if
              if not timesheet-ok
                  move "Failed to save the timesheet." to output-buffer
                  perform outputLine
                  close timesheets
                  exit paragraph
              end-if
              move current-user to audit-actor
              move "timesheets.dat" to audit-file-name
              move tms-key to audit-record-key
              perform recordAuditEvent
              close timesheets

              move wks-hours to wks-hours-disp
              move spaces to message-content-buffer
              string function trim(current-user trailing) delimited by size
                     " submitted " delimited by size
                     function trim(wks-hours-disp leading) delimited by size
                     " hours for the week of " delimited by size
                     wks-week delimited by size
                     " (" delimited by size
                     function trim(wks-job-title(wks-cur) trailing) delimited by size
                     ") - approve it under Jobs > Work-Study Timesheets." delimited by size
                     into message-content-buffer
              end-string
              move current-user to message-sender-buffer
              move wks-job-supervisor(wks-cur) to message-recipient-buffer
              move 'N' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              move "Timesheet submitted to your supervisor." to output-buffer
              perform outputLine
              exit.

*> Paragraph: wksSupervisorTimesheets
*> Purpose:   Lists the weeks waiting on current-user as supervisor
*>            and approves or rejects the one chosen
*> Input:     current-user
*> Output:    timesheets.dat
       wksSupervisorTimesheets.
              move "--- Timesheets Awaiting Your Approval ---" to output-buffer
              perform outputLine
              move 0 to wks-list-count
              open input timesheets
              if timesheet-ok
                  perform until timesheet-status not = "00"
                      read timesheets next record
                          at end
                              exit perform
                          not at end
                              if tms-submitted
                              and function trim(tms-supervisor trailing) = function trim(current-user trailing)
                              and wks-list-count < 50
                                  add 1 to wks-list-count
                                  move tms-key to wks-list-key-entry(wks-list-count)
                                  move tms-hours to wks-hours-disp
                                  move tms-amount to wks-amount-disp
                                  move spaces to output-buffer
                                  string "[" delimited by size
                                         function trim(wks-list-count leading) delimited by size
                                         "] " delimited by size
                                         function trim(tms-student trailing) delimited by size
                                         " - " delimited by size
                                         function trim(tms-job-title trailing) delimited by size
                                         ", week of " delimited by size
                                         tms-week-start delimited by size
                                         ": " delimited by size
                                         function trim(wks-hours-disp leading) delimited by size
                                         " hours ($" delimited by size
                                         function trim(wks-amount-disp leading) delimited by size
                                         ")" delimited by size
                                         into output-buffer
                                  end-string
                      end-read
                  end-perform
              end-if
              close timesheets
              if wks-list-count = 0
                  move "No timesheets are waiting for your approval." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move "Enter number to review (q to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer = 'q' or not valid-read
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to wks-selected-index
              if wks-selected-index < 1 or wks-selected-index > wks-list-count
                  move "Invalid selection." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if

              *> Show where the student stands against the award before
              *> the decision
              open input timesheets
              move wks-list-key-entry(wks-selected-index) to tms-key
              read timesheets
                  key is tms-key
                  invalid key
                      move spaces to tms-status
              end-read
              close timesheets
              if not tms-submitted
                  move "That timesheet has already been decided." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move tms-student to wks-sum-student
              move tms-job-key to wks-sum-job-key
              move tms-week-start to wks-skip-week
              move tms-amount to wks-amount
              move tms-award-cap to wks-cap
              move tms-award-cap to wks-total-disp-2
              perform wksSumForJob
              compute wks-remaining = wks-paid-total + wks-pending-total
              move wks-remaining to wks-total-disp
              move spaces to output-buffer
              string "Already paid or pending for this student: $" delimited by size
                     function trim(wks-total-disp leading) delimited by size
                     " of a $" delimited by size
                     function trim(wks-total-disp-2 leading) delimited by size
                     " award" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              if wks-remaining + wks-amount > wks-cap
                  move "Warning: this week would exceed the award - payroll will refuse it." to output-buffer
                  perform outputLine
              end-if
              move "[a] Approve  [r] Reject  [q] Decide later" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              move input-buffer(1:1) to wks-decision
              if wks-decision not = 'a' and wks-decision not = 'r'
                  exit paragraph
              end-if
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move spaces to wks-num-work
              if wks-decision = 'r'
                  move "Reason for rejecting: " to input-prompt
                  perform readInputLine
              end-if

              open i-o timesheets
              if not timesheet-ok
                  close timesheets
                  exit paragraph
              end-if
              move wks-list-key-entry(wks-selected-index) to tms-key
              read timesheets
                  key is tms-key
                  invalid key
                      close timesheets
                      exit paragraph
              end-read
              move function current-date(1:8) to tms-decided-date
              move current-user to tms-decided-by
              move spaces to message-content-buffer
              if wks-decision = 'a'
                  move "APPROVED" to tms-status
                  move spaces to tms-note
                  string "Your hours for the week of " delimited by size
                         tms-week-start delimited by size
                         " (" delimited by size
                         function trim(tms-job-title trailing) delimited by size
                         ") were approved and will go to payroll." delimited by size
                         into message-content-buffer
                  end-string
              else
                  move "REJECTED" to tms-status
                  move function trim(input-buffer trailing) to tms-note
                  string "Your hours for the week of " delimited by size
                         tms-week-start delimited by size
                         " (" delimited by size
                         function trim(tms-job-title trailing) delimited by size
                         ") were sent back: " delimited by size
                         function trim(tms-note trailing) delimited by size
                         into message-content-buffer
                  end-string
              end-if
              rewrite timesheet-record
              if timesheet-ok
                  move current-user to audit-actor
                  move "timesheets.dat" to audit-file-name
                  move tms-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              close timesheets
              move current-user to message-sender-buffer
              move tms-student to message-recipient-buffer
              move 'N' to message-priority-flag
              move spaces to notify-class-buffer
              perform saveMessage
              if wks-decision = 'a'
                  move "Timesheet approved." to output-buffer
              else
                  move "Timesheet rejected." to output-buffer
              end-if
              perform outputLine
              exit.

*> Paragraph: workStudyPayrollRun
*> Purpose:   Batch job PAYROLL - writes every APPROVED week to the
*>            campus payroll interface and marks it PAID, refusing a
*>            week that would take the student past the award, and
*>            reports the refusals and the weeks left waiting on a
*>            supervisor
*> Input:     timesheets.dat
*> Output:    payroll-hours.txt, payroll-exceptions.txt,
*>            wks-pay-count, wks-exception-count
       workStudyPayrollRun.
              move bdt-business-date to wks-today
              move 0 to wks-pay-count
              move 0 to wks-exception-count
              move 0 to wks-pay-hours-total
              move 0 to wks-pay-amount-total
              move 0 to wks-pair-count

              *> Pass 1 - what each student has already been paid in
              *> each job, whatever order the weeks were approved in
              open input timesheets
              if timesheet-ok
                  perform until timesheet-status not = "00"
                      read timesheets next record
                          at end
                              exit perform
                          not at end
                              if tms-paid
                                  perform wksFindPair
                                  if wks-pair-found
                                      add tms-amount to wks-pair-paid(wks-pdx)
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close timesheets

              open output payroll-file
              if payroll-file-status not = "00"
                  move "Unable to open payroll-hours.txt." to output-buffer
                  perform outputLine
                  close payroll-file
                  exit paragraph
              end-if
              open output payroll-exceptions
              move spaces to payroll-line
              string "H|INCOLLEGE|PAYROLL|" delimited by size
                     wks-today delimited by size
                     into payroll-line
              end-string
              write payroll-line

              *> Pass 2 - pay or refuse each approved week
              open i-o timesheets
              if timesheet-ok
                  perform until timesheet-status not = "00"
                      read timesheets next record
                          at end
                              exit perform
                          not at end
                              evaluate true
                                  when tms-approved
                                      perform wksPayOneWeek
                                  when tms-submitted
                                      move tms-submitted-date to date-ymd-work
                                      move wks-today to date-ymd-work-2
                                      compute wks-age-days =
                                          function integer-of-date(date-ymd-work-2)
                                          - function integer-of-date(date-ymd-work)
                                      if wks-age-days > wks-stale-days
                                          move "AWAITING-APPROVAL" to wks-exception-reason
                                          perform wksWriteException
                                      end-if
                                  when other
                                      continue
                              end-evaluate
                      end-read
                  end-perform
              end-if
              close timesheets

              move wks-pay-hours-total to wks-total-disp
              move wks-pay-amount-total to wks-grand-disp
              move spaces to payroll-line
              string "T|" delimited by size
                     function trim(wks-pay-count leading) delimited by size
                     "|" delimited by size
                     function trim(wks-total-disp leading) delimited by size
                     "|" delimited by size
                     function trim(wks-grand-disp leading) delimited by size
                     into payroll-line
              end-string
              write payroll-line
              close payroll-file

              move spaces to payroll-exception-line
              string "TOTAL|PAID|" delimited by size
                     function trim(wks-pay-count leading) delimited by size
                     "|HOURS|" delimited by size
                     function trim(wks-total-disp leading) delimited by size
                     "|AMOUNT|" delimited by size
                     function trim(wks-grand-disp leading) delimited by size
                     "|EXCEPTIONS|" delimited by size
                     function trim(wks-exception-count leading) delimited by size
                     into payroll-exception-line
              end-string
              write payroll-exception-line
              close payroll-exceptions

              move wks-pay-count to wks-count-disp
              move spaces to output-buffer
              string "Work-study weeks sent to payroll: " delimited by size
                     function trim(wks-count-disp leading) delimited by size
                     " ($" delimited by size
                     function trim(wks-grand-disp leading) delimited by size
                     ")" delimited by size
                     into output-buffer
              end-string
              perform outputLine
              move wks-exception-count to wks-count-disp
              move spaces to output-buffer
              string "Exceptions (see payroll-exceptions.txt): " delimited by size
                     function trim(wks-count-disp leading) delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: wksFindPair
*> Purpose:   Finds (or opens) the running-total row for the student
*>            and job of the timesheet in hand
*> Input:     timesheet-record
*> Output:    wks-pdx, wks-pair-found-flag ('N' when the table is full)
       wksFindPair.
              move 'N' to wks-pair-found-flag
              perform varying wks-pdx from 1 by 1 until wks-pdx > wks-pair-count
                  if wks-pair-student(wks-pdx) = tms-student
                  and wks-pair-job-key(wks-pdx) = tms-job-key
                      move 'Y' to wks-pair-found-flag
                      exit paragraph
                  end-if
              end-perform
              if wks-pair-count < 500
                  add 1 to wks-pair-count
                  move wks-pair-count to wks-pdx
                  move tms-student to wks-pair-student(wks-pdx)
                  move tms-job-key to wks-pair-job-key(wks-pdx)
                  move 0 to wks-pair-paid(wks-pdx)
                  move 'Y' to wks-pair-found-flag
              end-if
              exit.

*> Paragraph: wksPayOneWeek
*> Purpose:   Sends one approved week to payroll, or refuses it when
*>            it would take the student past the award
*> Input:     timesheet-record (read for update)
*> Output:    interface row or exception row, counters
       wksPayOneWeek.
              perform wksFindPair
              if not wks-pair-found
                  move "TOO-MANY-STUDENTS" to wks-exception-reason
                  perform wksWriteException
                  exit paragraph
              end-if
              if wks-pair-paid(wks-pdx) + tms-amount > tms-award-cap
                  move wks-pair-paid(wks-pdx) to wks-total-disp
                  move tms-award-cap to wks-total-disp-2
                  move "REFUSED" to tms-status
                  move spaces to tms-note
                  string "Exceeds award: $" delimited by size
                         function trim(wks-total-disp leading) delimited by size
                         " of $" delimited by size
                         function trim(wks-total-disp-2 leading) delimited by size
                         " already paid" delimited by size
                         into tms-note
                  end-string
                  move wks-today to tms-decided-date
                  rewrite timesheet-record
                  move "PAYROLL" to audit-actor
                  move "timesheets.dat" to audit-file-name
                  move tms-key to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
                  move "EXCEEDS-AWARD" to wks-exception-reason
                  perform wksWriteException

                  move tms-student to message-recipient-buffer
                  move spaces to message-content-buffer
                  string "Payroll could not pay your hours for the week of " delimited by size
                         tms-week-start delimited by size
                         " (" delimited by size
                         function trim(tms-job-title trailing) delimited by size
                         ") - they would exceed your work-study award." delimited by size
                         into message-content-buffer
                  end-string
                  move "Work-study hours refused" to message-spool-subject
                  move spaces to notify-class-buffer
                  move spaces to spool-sender
                  perform queueMailSpool
                  move tms-supervisor to message-recipient-buffer
                  perform queueMailSpool
                  move spaces to message-spool-subject
                  exit paragraph
              end-if

              move tms-hours to wks-hours-disp
              move tms-rate to wks-rate-disp
              move tms-amount to wks-amount-disp
              move spaces to payroll-line
              string "D|" delimited by size
                     function trim(tms-student trailing) delimited by size
                     "|" delimited by size
                     tms-week-start delimited by size
                     "|" delimited by size
                     function trim(wks-hours-disp leading) delimited by size
                     "|" delimited by size
                     function trim(wks-rate-disp leading) delimited by size
                     "|" delimited by size
                     function trim(wks-amount-disp leading) delimited by size
                     "|" delimited by size
                     function trim(tms-funding-source trailing) delimited by size
                     "|" delimited by size
                     function trim(tms-job-key trailing) delimited by size
                     "|" delimited by size
                     function trim(tms-supervisor trailing) delimited by size
                     into payroll-line
              end-string
              write payroll-line
              add 1 to wks-pay-count
              add tms-hours to wks-pay-hours-total
              add tms-amount to wks-pay-amount-total
              add tms-amount to wks-pair-paid(wks-pdx)
              move "PAID" to tms-status
              move wks-today to tms-pay-period
              rewrite timesheet-record
              move "PAYROLL" to audit-actor
              move "timesheets.dat" to audit-file-name
              move tms-key to audit-record-key
              move "REWRITE" to audit-action
              perform recordAuditEvent
              exit.

*> Paragraph: wksWriteException
*> Purpose:   Appends one "EXCEPTION|reason|student|job|week|hours|
*>            amount|supervisor" line to the exceptions report
*> Input:     wks-exception-reason, timesheet-record
*> Output:    wks-exception-count incremented
       wksWriteException.
              add 1 to wks-exception-count
              move tms-hours to wks-hours-disp
              move tms-amount to wks-amount-disp
              move spaces to payroll-exception-line
              string "EXCEPTION|" delimited by size
                     function trim(wks-exception-reason trailing) delimited by size
                     "|" delimited by size
                     function trim(tms-student trailing) delimited by size
                     "|" delimited by size
                     function trim(tms-job-key trailing) delimited by size
                     "|" delimited by size
                     tms-week-start delimited by size
                     "|" delimited by size
                     function trim(wks-hours-disp leading) delimited by size
                     "|" delimited by size
                     function trim(wks-amount-disp leading) delimited by size
                     "|" delimited by size
                     function trim(tms-supervisor trailing) delimited by size
                     into payroll-exception-line
              end-string
              write payroll-exception-line
              exit.

*> Paragraph: purgeDistributionForUser
*> Purpose:   Takes a deleted account off every report distribution
*>            list
*> Input:     current-user
*> Output:    None
       purgeDistributionForUser.
              open i-o report-distribution
              if distribution-ok
                  perform until distribution-status not = "00"
                      read report-distribution next record
                          at end
                              exit perform
                          not at end
                              if dst-to-user and dst-recipient = current-user
                                  delete report-distribution
                                  perform setAuditActor
                                  move "report-distribution.dat" to audit-file-name
                                  move dst-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close report-distribution
              exit.

*> Paragraph: purgeScheduledForUser
*> Purpose:   Removes the scheduled messages a deleted user wrote or
*>            was to receive
*> Input:     current-user
*> Output:    None
       purgeScheduledForUser.
              open i-o scheduled-messages
              if scheduled-ok
                  perform until scheduled-status not = "00"
                      read scheduled-messages next record
                          at end
                              exit perform
                          not at end
                              if sch-sender = current-user
                              or sch-recipient = current-user
                                  delete scheduled-messages
                                  perform setAuditActor
                                  move "scheduled-messages.dat" to audit-file-name
                                  move sch-id to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close scheduled-messages
              exit.

*> Paragraph: purgeTranscriptsForUser
*> Purpose:   Removes the transcripts issued to a deleted user - the
*>            serials stop verifying once the account is gone
*> Input:     current-user
*> Output:    None
       purgeTranscriptsForUser.
              open i-o transcripts
              if transcript-ok
                  perform until transcript-status not = "00"
                      read transcripts next record
                          at end
                              exit perform
                          not at end
                              if trn-username = current-user
                                  delete transcripts
                                  perform setAuditActor
                                  move "transcripts.dat" to audit-file-name
                                  move trn-serial to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close transcripts
              exit.

*> Paragraph: purgeAppointmentsForUser
*> Purpose:   Removes an advisor's slots; for a student, frees their
*>            upcoming bookings and takes their name and reason off
*>            past ones, leaving the outcome for the advisor's
*>            utilization figures
*> Input:     current-user
*> Output:    None
       purgeAppointmentsForUser.
              move function current-date(1:12) to appt-now
              open i-o appointments
              if appointment-ok
                  perform until appointment-status not = "00"
                      read appointments next record
                          at end
                              exit perform
                          not at end
                              evaluate true
                                  when apt-advisor = current-user
                                      delete appointments
                                      perform setAuditActor
                                      move "appointments.dat" to audit-file-name
                                      move apt-key to audit-record-key
                                      move "DELETE" to audit-action
                                      perform recordAuditEvent
                                  when apt-student = current-user
                                  and apt-booked and apt-start > appt-now
                                      perform aptRelease
                                  when apt-student = current-user
                                      move spaces to apt-student
                                      move spaces to apt-reason
                                      rewrite appointment-record
                                      perform setAuditActor
                                      move "appointments.dat" to audit-file-name
                                      move apt-key to audit-record-key
                                      move "REWRITE" to audit-action
                                      perform recordAuditEvent
                              end-evaluate
                      end-read
                  end-perform
              end-if
              close appointments
              exit.

*> Paragraph: purgeTimesheetsForUser
*> Purpose:   Removes current-user's own timesheets
*> Input:     current-user
*> Output:    None
       purgeTimesheetsForUser.
              open i-o timesheets
              if timesheet-ok
                  perform until timesheet-status not = "00"
                      read timesheets next record
                          at end
                              exit perform
                          not at end
                              if tms-student = current-user
                                  delete timesheets
                                  perform setAuditActor
                                  move "timesheets.dat" to audit-file-name
                                  move tms-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close timesheets
              exit.

*> Paragraph: purgeCreditInternshipsForUser
*> Purpose:   Removes current-user's own credit-internship records
*> Input:     current-user
*> Output:    None
       purgeCreditInternshipsForUser.
              open i-o credit-internships
              if credit-ok
                  perform until credit-internship-status not = "00"
                      read credit-internships next record
                          at end
                              exit perform
                          not at end
                              if cri-student = current-user
                                  delete credit-internships
                                  perform setAuditActor
                                  move "credit-internships.dat" to audit-file-name
                                  move cri-key to audit-record-key
                                  move "DELETE" to audit-action
                                  perform recordAuditEvent
                              end-if
                      end-read
                  end-perform
              end-if
              close credit-internships
              exit.

*>*******************************************************************
*> Relies on application-* fields populated: application-username, application-job-key, application-job-title, application-employer, application-location
*>*******************************************************************
       createApplication.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              *> The posting's eligibility rules - a refusing posting
              *> stops the application here, a flagging one takes it
              *> marked ineligible
              move application-job-key to elg-lookup-key
              move application-username to elg-student
              perform checkJobEligibility
              if not elg-eligible and elg-refuses
                  move spaces to output-buffer
                  string "You are not eligible to apply: " delimited by size
                         function trim(elg-reason trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  move "BROWSE" to application-source-buffer
                  exit paragraph
              end-if

              open i-o application-database
              if application-database-status = "35"
                  open output application-database
                  move application-id-seq to application-id
                  move "SUBMITTED" to application-status
                  move function current-date(1:8) to application-created-date
                  move spaces to application-stage
                  move spaces to application-stage-date
                  move spaces to application-disposition
                  move spaces to application-ineligible-reason
                  if not elg-eligible
                      move elg-reason to application-ineligible-reason
                  end-if
                  *> Credit the channel that produced this applicant
                  move application-source-buffer to application-source

                  end-if
                  close referral-database

                  *> An application that follows an employer's
                  *> invitation is credited to the invitation, unless a
                  *> referral has already claimed it
                  move 'N' to tal-match-flag
                  open input job-invites
                  if invite-ok
                      move application-key to invite-key
                      read job-invites
                          key is invite-key
                          invalid key
                              continue
                          not invalid key
                              move 'Y' to tal-match-flag
                              if rfl-credit-flag not = 'Y'
                                  move "INVITE" to application-source
                              end-if
                      end-read
                  end-if
                  close job-invites

                  *> Ask the posting's screening questions, if any
                  perform askScreeningQuestions

                      if rfl-credit-flag = 'Y'
                          perform creditReferralApplied
                      end-if
                      if tal-is-match
                          perform creditInviteApplied
                      end-if
                  else
                      move "Failed to submit application." to output-buffer
                      perform outputLine

              open input application-database
              if application-ok
                  *> Straight to the member's rows through the applicant index
                  move current-user to application-username
                  start application-database key is equal to application-username
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-username not = current-user
                                  exit perform
                              end-if
                              if function trim(application-username trailing) = function trim(current-user trailing)
                              and my-app-count < 100
                                  add 1 to application-counter
                                  end-string
                                  perform outputLine

                                  *> How far along the posting's hiring
                                  *> pipeline the application has got,
                                  *> and how long each stage took
                                  if function trim(application-stage trailing) not = spaces
                                      move application-job-key to pipe-job-key
                                      perform loadJobStages
                                      move application-stage to pipe-to-stage
                                      perform findStagePosition
                                      move spaces to output-buffer
                                      string "Stage: " delimited by size
                                             function trim(application-stage trailing) delimited by size
                                             into output-buffer
                                      end-string
                                      if pipe-cur-pos > 0
                                          move pipe-cur-pos to pipe-num-disp
                                          string function trim(output-buffer trailing) delimited by size
                                                 " (stage " delimited by size
                                                 function trim(pipe-num-disp leading) delimited by size
                                                 into output-buffer
                                          end-string
                                          move pipe-stage-count to pipe-num-disp
                                          string function trim(output-buffer trailing) delimited by size
                                                 " of " delimited by size
                                                 function trim(pipe-num-disp leading) delimited by size
                                                 ")" delimited by size
                                                 into output-buffer
                                          end-string
                                      end-if
                                      perform outputLine
                                  end-if
                                  move application-key to pipe-app-key
                                  move application-created-date to pipe-app-created
                                  move application-username to pipe-app-username
                                  perform loadStageHistory
                                  if pipe-hist-count > 1
                                  or application-submitted
                                  or application-interviewing
                                      move "Pipeline progress:" to output-buffer
                                      perform outputLine
                                      perform displayStageHistory
                                  end-if

                                  *> The final disposition given when
                                  *> the posting closed
                                  if application-closed
                                      move application-disposition to cls-reason
                                      perform describeDisposition
                                      move spaces to output-buffer
                                      string "Closed because " delimited by size
                                             function trim(cls-reason-text trailing) delimited by size
                                             "." delimited by size
                                             into output-buffer
                                      end-string
                                      perform outputLine
                                  end-if

                                  *> Surface any offer on an accepted
                                  *> application, with a deadline reminder
                                  if application-accepted
                              move my-app-key-entry(selected-my-app-index) to application-key-buffer
                              perform respondToOffer
                          when function trim(input-buffer trailing) = 'w' or function trim(input-buffer trailing) = 'W'
                              if support-viewing
                                  perform supportWriteBlocked
                                  exit paragraph
                              end-if
                              move spaces to restart-checkpoint-text
                              string "DELETE-APPLICATION " delimited by size
                                     function trim(my-app-key-entry(selected-my-app-index) trailing) delimited by size
                              open i-o application-database
                              if application-ok
                                  move my-app-key-entry(selected-my-app-index) to application-key
                                  read application-database
                                      key is application-key
                                      invalid key
                                          move "Failed to withdraw application." to output-buffer
                                          perform outputLine
                                  end-read
                              end-if
                              if application-ok
                                  *> An application under legal hold stays
                                  *> on file, the same as in the purges
                                  perform lghLoadHolds
                                  perform lghCheckApplication
                                  if lgh-held
                                      move "This application is under a legal hold and cannot be withdrawn - please contact career services." to output-buffer
                                      perform outputLine
                                      move "application-database.dat" to lgh-skip-file
                                      move application-key to lgh-skip-key
                                      move 'Y' to lgh-skip-quiet-flag
                                      perform lghLogSkip
                                      move 'N' to lgh-skip-quiet-flag
                                  else
                                      delete application-database
                                          invalid key
                                              move "Failed to withdraw application." to output-buffer
                                              perform outputLine
                                          not invalid key
                                              move current-user to audit-actor
                                              move "application-database.dat" to audit-file-name
                                              move application-key to audit-record-key
                                              move "DELETE" to audit-action
                                              perform recordAuditEvent
                                              move application-key to pipe-app-key
                                              perform clearStageHistory
                                              perform clearCloseOutNotice
                                              perform clearAtsSent
                                              move "Application withdrawn." to output-buffer
                                              perform outputLine
                                      end-delete
                                  end-if
                              end-if
                              close application-database
                              perform clearCheckpoint
                      move "[4] Bulk Message (merge fields)" to output-buffer
                      perform outputLine
                  end-if
                  move "[5] Scheduled Messages" to output-buffer
                  perform outputLine
                  move messages-back to output-buffer
                  perform outputLine
                  move choice-prompt to input-prompt
                              move "Invalid choice. Please try again." to output-buffer
                              perform outputLine
                          end-if
                      when menu-choice = '5'
                          perform scheduledMessagesMenu
                      when menu-choice = 'q' or not valid-read
                          exit perform
                      when other
              move 0 to blk-rcpt-count
              open input application-database
              if application-ok
                  *> Straight to the posting's rows through the posting index
                  move job-key-entry(blk-selected-index) to application-job-key
                  start application-database key is equal to application-job-key
                      invalid key
                          continue
                  end-start
                  perform until application-database-status(1:1) not = "0"
                      read application-database next record
                          at end
                              exit perform
                          not at end
                              if application-job-key not = job-key-entry(blk-selected-index)
                                  exit perform
                              end-if
                              if function trim(application-job-key trailing) =
                                 function trim(job-key-entry(blk-selected-index) trailing)
                              and blk-rcpt-count < 100
*> Input:     blk-recipients, blk-rcpt-count, blk-title
*> Output:    None
       bulkComposeAndSend.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              if blk-rcpt-count = 0
                  move "There is no one to send to." to output-buffer
                  perform outputLine
              move spaces to output-buffer
              string "Recipients: " delimited by size
                     function trim(blk-rcpt-count leading) delimited by size
                     ". Merge fields: &NAME = first name, &JOB = the posting/event title or organization name." delimited by size
                     into output-buffer
              end-string
              perform outputLine
                  move current-user to blk-sender
              end-if

              *> A future send time writes one held row per recipient
              *> for the SENDLATER job instead of sending now
              perform schReadSendTime
              if not sch-time-ok
                  exit paragraph
              end-if
              if sch-when-work not = spaces
                  move "BULK" to sch-kind-work
                  move 0 to sch-group-work
                  move 0 to sch-written-count
                  perform schOpenForWrite
                  if not scheduled-ok
                      close scheduled-messages
                      exit paragraph
                  end-if
              end-if

              move 0 to blk-sent-count
              move 0 to blk-skip-count
              perform varying blk-idx from 1 by 1 until blk-idx > blk-rcpt-count
                      perform applyMergeFields
                      move blk-sender to message-sender-buffer
                      move blk-recipient-entry(blk-idx) to message-recipient-buffer
                      if sch-when-work = spaces
                          perform saveMessage
                      else
                          perform schWriteRow
                      end-if
                      add 1 to blk-sent-count
                  end-if
              end-perform

              if sch-when-work not = spaces
                  close scheduled-messages
                  move sch-when-work to sch-send-at
                  perform schFormatWhen
                  move spaces to output-buffer
                  string "Bulk send scheduled for " delimited by size
                         sch-when-disp delimited by size
                         ": " delimited by size
                         function trim(sch-written-count leading) delimited by size
                         " message(s), " delimited by size
                         function trim(blk-skip-count leading) delimited by size
                         " skipped (blocked). Change or cancel it under Messages [5]." delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
                  exit paragraph
              end-if

              move spaces to output-buffer
              string "Bulk send done: " delimited by size
                     function trim(blk-sent-count leading) delimited by size
*> Validates that recipient is a connection before sending
*>*******************************************************************
       sendNewMessage.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              *> Prompt for recipient username
              move message-recipient-prompt to output-buffer
              perform outputLine
              perform readInputLine
              move function trim(input-buffer trailing) to message-content-buffer

              *> A future send time holds the message for the SENDLATER
              *> job instead of delivering it now
              perform schReadSendTime
              if not sch-time-ok
                  exit paragraph
              end-if
              if sch-when-work not = spaces
                  move current-user to message-sender-buffer
                  move "DIRECT" to sch-kind-work
                  move 0 to sch-group-work
                  move 0 to sch-written-count
                  perform schOpenForWrite
                  if scheduled-ok
                      perform schWriteRow
                  end-if
                  close scheduled-messages
                  move spaces to output-buffer
                  if sch-written-count > 0
                      move sch-when-work to sch-send-at
                      perform schFormatWhen
                      string "Message scheduled for " delimited by size
                             sch-when-disp delimited by size
                             " - change or cancel it under Messages [5]." delimited by size
                             into output-buffer
                      end-string
                  else
                      move "Unable to schedule the message." to output-buffer
                  end-if
                  perform outputLine
                  exit paragraph
              end-if

              *> Save message to database
              move current-user to message-sender-buffer
              perform saveMessage
              perform outputLine
              exit.

*>*******************************************************************
*> Send-later messages - a message or a bulk send written now and
*> held in scheduled-messages.dat until its send time. The SENDLATER
*> job releases what is due through saveMessage, so blocks, the
*> content filter and the recipient's notification preferences are
*> all applied on the day it goes out, not the day it was written.
*> The sender can list, retime, reword or cancel anything not yet
*> sent from Messages [5].
*>*******************************************************************

*> Paragraph: schReadSendTime
*> Purpose:   Asks when to send - blank is now, otherwise a future
*>            YYYYMMDD HHMM. Only a signed-in user can schedule; the
*>            operator's sends always go at once
*> Input:     current-user
*> Output:    sch-when-work (spaces = now), sch-time-ok-flag
       schReadSendTime.
              move 'Y' to sch-time-ok-flag
              move spaces to sch-when-work
              if function trim(current-user trailing) = spaces
                  exit paragraph
              end-if
              move "Send at (YYYYMMDD HHMM), or blank to send now:" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  exit paragraph
              end-if
              move 'N' to sch-time-ok-flag
              move spaces to sch-date-in
              move spaces to sch-time-in
              unstring function trim(input-buffer) delimited by all space
                  into sch-date-in sch-time-in
              end-unstring
              if sch-date-in(1:8) is numeric and sch-date-in(9:2) = spaces
              and sch-time-in(1:4) is numeric and sch-time-in(5:2) = spaces
                  if function test-date-yyyymmdd(function numval(sch-date-in(1:8))) = 0
                      move sch-time-in(1:2) to sch-hh
                      move sch-time-in(3:2) to sch-mm
                      if sch-hh < 24 and sch-mm < 60
                          move 'Y' to sch-time-ok-flag
                      end-if
                  end-if
              end-if
              if not sch-time-ok
                  move "Please enter the send time as YYYYMMDD HHMM (for example 20261120 0900)." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              string sch-date-in(1:8) delimited by size
                     sch-time-in(1:4) delimited by size
                     into sch-when-work
              end-string
              if sch-when-work not > function current-date(1:12)
                  move 'N' to sch-time-ok-flag
                  move spaces to sch-when-work
                  move "The send time must be in the future - leave it blank to send now." to output-buffer
                  perform outputLine
              end-if
              exit.

*> Paragraph: schFormatWhen
*> Purpose:   Formats a YYYYMMDDHHMM send time for display
*> Input:     sch-send-at
*> Output:    sch-when-disp
       schFormatWhen.
              move spaces to sch-when-disp
              string sch-send-at(1:4) delimited by size
                     "-" delimited by size
                     sch-send-at(5:2) delimited by size
                     "-" delimited by size
                     sch-send-at(7:2) delimited by size
                     " " delimited by size
                     sch-send-at(9:2) delimited by size
                     ":" delimited by size
                     sch-send-at(11:2) delimited by size
                     into sch-when-disp
              end-string
              exit.

*> Paragraph: schOpenForWrite
*> Purpose:   Opens scheduled-messages.dat for update, creating it
*>            the first time, and finds the next free number
*> Input:     None
*> Output:    scheduled-status, sch-next-id
       schOpenForWrite.
              move 0 to sch-next-id
              open i-o scheduled-messages
              if scheduled-missing
                  open output scheduled-messages
                  close scheduled-messages
                  open i-o scheduled-messages
              end-if
              if not scheduled-ok
                  move "Unable to open the scheduled message file." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              perform until scheduled-status not = "00"
                  read scheduled-messages next record
                      at end
                          exit perform
                      not at end
                          if sch-id > sch-next-id
                              move sch-id to sch-next-id
                          end-if
                  end-read
              end-perform
              add 1 to sch-next-id
              move "00" to scheduled-status
              exit.

*> Paragraph: schWriteRow
*> Purpose:   Writes one pending row for the message in the message
*>            buffers; the first row of a send numbers the group
*> Input:     message-sender-buffer, message-recipient-buffer,
*>            message-content-buffer, sch-when-work, sch-kind-work,
*>            sch-group-work (0 = start a new group), blk-template
*>            and blk-title for a bulk send
*> Output:    sch-next-id, sch-group-work, sch-written-count
       schWriteRow.
              initialize scheduled-record
              move sch-next-id to sch-id
              if sch-group-work = 0
                  move sch-next-id to sch-group-work
              end-if
              move sch-group-work to sch-group
              move message-sender-buffer to sch-sender
              move message-recipient-buffer to sch-recipient
              move sch-kind-work to sch-kind
              move sch-when-work to sch-send-at
              move message-content-buffer to sch-content
              if sch-bulk
                  move blk-template to sch-template
                  move blk-title to sch-merge-title
              end-if
              move "PENDING" to sch-status
              move function current-date(1:8) to sch-created-date
              write scheduled-record
              if scheduled-ok
                  add 1 to sch-next-id
                  add 1 to sch-written-count
                  move message-sender-buffer to audit-actor
                  move "scheduled-messages.dat" to audit-file-name
                  move sch-id to audit-record-key
                  move "WRITE" to audit-action
                  perform recordAuditEvent
              end-if
              exit.

*> Paragraph: scheduledMessagesMenu
*> Purpose:   Messages [5] - current-user's sends still waiting, one
*>            line per send, with retime, reword and cancel
*> Input:     current-user
*> Output:    None
       scheduledMessagesMenu.
              perform until not valid-read
                  move "--- Scheduled Messages ---" to output-buffer
                  perform outputLine
                  perform schLoadGroups
                  if sch-grp-count = 0
                      move "You have no messages waiting to be sent." to output-buffer
                      perform outputLine
                      exit perform
                  end-if
                  perform varying sch-grp-idx from 1 by 1
                          until sch-grp-idx > sch-grp-count
                      move sch-grp-when(sch-grp-idx) to sch-send-at
                      perform schFormatWhen
                      move spaces to output-buffer
                      if sch-grp-kind(sch-grp-idx) = "BULK"
                          move sch-grp-rcpts(sch-grp-idx) to sch-count-disp
                          string "[" delimited by size
                                 function trim(sch-grp-idx leading) delimited by size
                                 "] " delimited by size
                                 sch-when-disp delimited by size
                                 "  bulk to " delimited by size
                                 function trim(sch-count-disp leading) delimited by size
                                 " recipient(s): " delimited by size
                                 function trim(sch-grp-text(sch-grp-idx) trailing) delimited by size
                                 into output-buffer
                          end-string
                      else
                          string "[" delimited by size
                                 function trim(sch-grp-idx leading) delimited by size
                                 "] " delimited by size
                                 sch-when-disp delimited by size
                                 "  to " delimited by size
                                 function trim(sch-grp-first(sch-grp-idx) trailing) delimited by size
                                 ": " delimited by size
                                 function trim(sch-grp-text(sch-grp-idx) trailing) delimited by size
                                 into output-buffer
                          end-string
                      end-if
                      perform outputLine
                  end-perform
                  move "Enter a number to change or cancel it, or q to go back:" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  if input-buffer(1:1) = 'q' or input-buffer(1:1) = 'Q' or not valid-read
                      exit perform
                  end-if
                  if function trim(input-buffer trailing) is not numeric
                      move "Invalid selection." to output-buffer
                      perform outputLine
                      exit perform cycle
                  end-if
                  move function numval(input-buffer) to sch-selected-index
                  if sch-selected-index < 1 or sch-selected-index > sch-grp-count
                      move "Invalid selection." to output-buffer
                      perform outputLine
                      exit perform cycle
                  end-if
                  move sch-grp-id(sch-selected-index) to sch-group-work
                  move "[t] Change the send time  [e] Edit the text  [c] Cancel it  [q] Back" to output-buffer
                  perform outputLine
                  move "> " to input-prompt
                  perform readInputLine
                  evaluate true
                      when input-buffer(1:1) = 't' or input-buffer(1:1) = 'T'
                          perform schChangeTime
                      when input-buffer(1:1) = 'e' or input-buffer(1:1) = 'E'
                          perform schEditText
                      when input-buffer(1:1) = 'c' or input-buffer(1:1) = 'C'
                          perform schCancelGroup
                      when other
                          continue
                  end-evaluate
              end-perform
              exit.

*> Paragraph: schLoadGroups
*> Purpose:   Collects current-user's pending sends, one table row
*>            per group with its recipient count
*> Input:     current-user
*> Output:    sch-grp-table, sch-grp-count
       schLoadGroups.
              move 0 to sch-grp-count
              open input scheduled-messages
              if scheduled-ok
                  perform until scheduled-status not = "00"
                      read scheduled-messages next record
                          at end
                              exit perform
                          not at end
                              if sch-sender = current-user and sch-pending
                                  move 0 to sch-grp-found
                                  perform varying sch-grp-idx from 1 by 1
                                          until sch-grp-idx > sch-grp-count
                                      if sch-grp-id(sch-grp-idx) = sch-group
                                          move sch-grp-idx to sch-grp-found
                                          exit perform
                                      end-if
                                  end-perform
                                  if sch-grp-found > 0
                                      add 1 to sch-grp-rcpts(sch-grp-found)
                                  else
                                      if sch-grp-count < 50
                                          add 1 to sch-grp-count
                                          move sch-group to sch-grp-id(sch-grp-count)
                                          move sch-send-at to sch-grp-when(sch-grp-count)
                                          move sch-kind to sch-grp-kind(sch-grp-count)
                                          move sch-recipient to sch-grp-first(sch-grp-count)
                                          move 1 to sch-grp-rcpts(sch-grp-count)
                                          if sch-bulk
                                              move sch-template to sch-grp-text(sch-grp-count)
                                          else
                                              move sch-content to sch-grp-text(sch-grp-count)
                                          end-if
                                      end-if
                                  end-if
                              end-if
                      end-read
                  end-perform
              end-if
              close scheduled-messages
              exit.

*> Paragraph: schChangeTime
*> Purpose:   Moves every pending row of the chosen send to a new
*>            send time
*> Input:     sch-group-work, current-user
*> Output:    None
       schChangeTime.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              perform schReadSendTime
              if not sch-time-ok
                  exit paragraph
              end-if
              if sch-when-work = spaces
                  move "A send time is needed - the message was left as it was." to output-buffer
                  perform outputLine
                  exit paragraph
              end-if
              move 0 to sch-done-count
              open i-o scheduled-messages
              if scheduled-ok
                  perform until scheduled-status not = "00"
                      read scheduled-messages next record
                          at end
                              exit perform
                          not at end
                              if sch-group = sch-group-work and sch-pending
                              and sch-sender = current-user
                                  move sch-when-work to sch-send-at
                                  perform schRewriteRow
                              end-if
                      end-read
                  end-perform
              end-if
              close scheduled-messages
              move sch-when-work to sch-send-at
              perform schFormatWhen
              move spaces to output-buffer
              string "Send time changed to " delimited by size
                     sch-when-disp delimited by size
                     "." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: schEditText
*> Purpose:   Replaces the text of the chosen send; a bulk send is
*>            merged again for each recipient
*> Input:     sch-group-work, current-user
*> Output:    None
       schEditText.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move "New message text (blank leaves it as it is):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if function trim(input-buffer trailing) = spaces
                  exit paragraph
              end-if
              move function trim(input-buffer trailing) to sch-new-text
              move 0 to sch-done-count
              open i-o scheduled-messages
              if scheduled-ok
                  perform until scheduled-status not = "00"
                      read scheduled-messages next record
                          at end
                              exit perform
                          not at end
                              if sch-group = sch-group-work and sch-pending
                              and sch-sender = current-user
                                  if sch-bulk
                                      move sch-new-text to blk-template
                                      move sch-new-text to sch-template
                                      move sch-merge-title to blk-title
                                      move sch-recipient to buffer-acct-username
                                      perform findAcct
                                      if acct-found
                                          move profile-first-name to blk-first-name
                                      else
                                          move sch-recipient to blk-first-name
                                      end-if
                                      perform applyMergeFields
                                      move message-content-buffer to sch-content
                                  else
                                      move sch-new-text to sch-content
                                  end-if
                                  perform schRewriteRow
                              end-if
                      end-read
                  end-perform
              end-if
              close scheduled-messages
              move "Message text updated." to output-buffer
              perform outputLine
              exit.

*> Paragraph: schCancelGroup
*> Purpose:   Cancels every pending row of the chosen send
*> Input:     sch-group-work, current-user
*> Output:    None
       schCancelGroup.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              move 0 to sch-done-count
              open i-o scheduled-messages
              if scheduled-ok
                  perform until scheduled-status not = "00"
                      read scheduled-messages next record
                          at end
                              exit perform
                          not at end
                              if sch-group = sch-group-work and sch-pending
                              and sch-sender = current-user
                                  move "CANCELLED" to sch-status
                                  perform schRewriteRow
                              end-if
                      end-read
                  end-perform
              end-if
              close scheduled-messages
              move sch-done-count to sch-count-disp
              move spaces to output-buffer
              string "Cancelled - " delimited by size
                     function trim(sch-count-disp leading) delimited by size
                     " message(s) will not be sent." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: schRewriteRow
*> Purpose:   Rewrites the scheduled row just read and audits it
*> Input:     scheduled-record, current-user
*> Output:    sch-done-count
       schRewriteRow.
              rewrite scheduled-record
              if scheduled-ok
                  add 1 to sch-done-count
                  move current-user to audit-actor
                  move "scheduled-messages.dat" to audit-file-name
                  move sch-id to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              exit.

*>*******************************************************************
*> Batch job SENDLATER - releases every pending scheduled message
*> whose send time has passed. Run it through the day (hourly is
*> plenty); a message is never released early, only late by up to
*> one interval.
*>*******************************************************************
       releaseScheduledMessages.
              move "--- Scheduled message release ---" to output-buffer
              perform outputLine
              move function current-date(1:12) to sch-now
              move 0 to sch-released-count
              move 0 to sch-skipped-count
              open i-o scheduled-messages
              if scheduled-missing
                  move "No scheduled messages on file." to output-buffer
                  perform outputLine
                  close scheduled-messages
                  exit paragraph
              end-if
              if not scheduled-ok
                  move "Unable to open the scheduled message file." to output-buffer
                  perform outputLine
                  close scheduled-messages
                  exit paragraph
              end-if
              perform until scheduled-status not = "00"
                  read scheduled-messages next record
                      at end
                          exit perform
                      not at end
                          if sch-pending and sch-send-at not > sch-now
                              perform schReleaseOne
                          end-if
                  end-read
              end-perform
              close scheduled-messages
              move sch-released-count to sch-count-disp
              move sch-skipped-count to sch-count-disp-2
              move spaces to output-buffer
              string "Released " delimited by size
                     function trim(sch-count-disp leading) delimited by size
                     " message(s); skipped " delimited by size
                     function trim(sch-count-disp-2 leading) delimited by size
                     " the recipient could no longer receive." delimited by size
                     into output-buffer
              end-string
              perform outputLine
              exit.

*> Paragraph: schReleaseOne
*> Purpose:   Delivers one due row, or marks it SKIPPED with the
*>            reason when the recipient can no longer be reached
*> Input:     scheduled-record (scheduled-messages open i-o)
*> Output:    sch-released-count, sch-skipped-count
       schReleaseOne.
              move spaces to sch-skip-text
              move sch-recipient to buffer-acct-username
              perform findAcct
              if not acct-found
                  move "recipient account no longer exists" to sch-skip-text
              end-if
              if sch-skip-text = spaces
                  move sch-sender to block-check-actor
                  move sch-recipient to block-check-target
                  perform checkBlocked
                  if block-in-force
                      move "recipient has blocked the sender" to sch-skip-text
                  end-if
              end-if
              *> A direct message still needs the connection it was
              *> written under
              if sch-skip-text = spaces and sch-direct
                  move sch-sender to current-user
                  move sch-recipient to message-recipient-buffer
                  perform checkConnection
                  move spaces to current-user
                  if not-connected
                      move "no longer connected" to sch-skip-text
                  end-if
              end-if
              if sch-skip-text = spaces
                  move "SCHEDULED" to notify-class-buffer
                  move sch-recipient to notify-user-buffer
                  perform checkNotifyPref
                  if notify-allowed-flag not = 'Y'
                      move "recipient turned scheduled messages off" to sch-skip-text
                  end-if
              end-if

              if sch-skip-text = spaces
                  move sch-sender to message-sender-buffer
                  move sch-recipient to message-recipient-buffer
                  move sch-content to message-content-buffer
                  move "SCHEDULED" to notify-class-buffer
                  move 'Y' to message-priority-flag
                  move spaces to message-spool-subject
                  string "Message from " delimited by size
                         function trim(sch-sender trailing) delimited by size
                         into message-spool-subject
                  end-string
                  perform saveMessage
                  move "SENT" to sch-status
                  add 1 to sch-released-count
              else
                  move spaces to notify-class-buffer
                  move "SKIPPED" to sch-status
                  move sch-skip-text to sch-skip-reason
                  add 1 to sch-skipped-count
                  move spaces to output-buffer
                  string "  Skipped " delimited by size
                         sch-id delimited by size
                         " to " delimited by size
                         function trim(sch-recipient trailing) delimited by size
                         ": " delimited by size
                         function trim(sch-skip-text trailing) delimited by size
                         into output-buffer
                  end-string
                  perform outputLine
              end-if
              move function current-date(1:14) to sch-released-stamp
              rewrite scheduled-record
              if scheduled-ok
                  move "SENDLATER" to audit-actor
                  move "scheduled-messages.dat" to audit-file-name
                  move sch-id to audit-record-key
                  move "REWRITE" to audit-action
                  perform recordAuditEvent
              end-if
              exit.

*>*******************************************************************
*> Check if two users are connected
*> Input: current-user (sender), message-recipient-buffer (recipient)
*> Input: message-sender-buffer, message-recipient-buffer, message-content-buffer
*>*******************************************************************
       saveMessage.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              *> A class-tagged notification the recipient opted out
              *> of is dropped before anything is written
              if function trim(notify-class-buffer trailing) not = spaces
                      exit paragraph
                  end-if
              end-if
              *> Everything a user sends passes the content filter; a
              *> match is held for the operator and the sender still
              *> sees the usual confirmation
              if not mflt-releasing
              and function trim(message-sender-buffer trailing) not = spaces
              and function trim(message-sender-buffer trailing) not = "CAREER SERVICES"
                  perform checkMessageFilter
                  if mflt-hit
                      perform holdFilteredMessage
                      move 'N' to message-priority-flag
                      move spaces to message-spool-subject
                      move spaces to notify-class-buffer
                      exit paragraph
                  end-if
              end-if
              open i-o message-database
              if message-database-status = "35"
                  open output message-database
              perform until not valid-read
                  move "--- Notification Preferences ---" to output-buffer
                  perform outputLine
                  perform varying npf-idx from 1 by 1 until npf-idx > 9
                      move npf-idx to npf-idx-disp
                      move npf-class-entry(npf-idx) to notify-class-buffer
                      move current-user to notify-user-buffer
                      perform checkNotifyPref
                      evaluate true
                          when notify-allowed-flag not = 'Y'
                              string "[" delimited by size
                                     npf-idx-disp delimited by size
                                     "] " delimited by size
                                     function trim(npf-label-entry(npf-idx) trailing) delimited by size
                                     " - OFF" delimited by size
                              end-string
                          when notify-batched-flag = 'Y'
                              string "[" delimited by size
                                     npf-idx-disp delimited by size
                                     "] " delimited by size
                                     function trim(npf-label-entry(npf-idx) trailing) delimited by size
                                     " - ON (batched delivery)" delimited by size
                              end-string
                          when other
                              string "[" delimited by size
                                     npf-idx-disp delimited by size
                                     "] " delimited by size
                                     function trim(npf-label-entry(npf-idx) trailing) delimited by size
                                     " - ON (immediate)" delimited by size
                  if input-buffer = 'q' or not valid-read
                      exit perform
                  end-if
                  if input-buffer(1:1) < '1' or input-buffer(1:1) > '9'
                      move "Invalid selection." to output-buffer
                      perform outputLine
                  else
*> Input:     npf-selected, current-user
*> Output:    None
       cycleNotifyPref.
              if support-viewing
                  perform supportWriteBlocked
                  exit paragraph
              end-if
              open i-o notify-prefs
              if notify-prefs-file-missing
                  open output notify-prefs
              end-string
              perform outputLine

              move "[h] Mark all PENDING entries as handed off  [b] Bounce report  [f] Release batched (HELD) entries  [d] Report distribution lists (anything else to go back):" to output-buffer
              perform outputLine
              move "> " to input-prompt
              perform readInputLine
              if input-buffer(1:1) = 'd' or input-buffer(1:1) = 'D'
                  move "od" to opr-check-code
                  perform checkOperatorPrivilege
                  if opr-permitted
                      perform reportDistributionLists
                  end-if
                  exit paragraph
              end-if
              if input-buffer(1:1) = 'b' or input-buffer(1:1) = 'B'
                  perform mailBounceReport
                  exit paragraph

              open input message-database
              if message-ok
                  *> Straight to the member's inbox through the recipient index
                  move current-user to message-recipient
                  start message-database key is equal to message-recipient
                      invalid key
                          continue
                  end-start
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              if message-recipient not = current-user
                                  exit perform
                              end-if
                              if function trim(message-recipient trailing) = function trim(current-user trailing)
                              and msg-inbox-count < 200
                                  add 1 to msg-inbox-count
                      perform outputLine
                  end-perform

                  *> Flip message-read-flag to 'Y' for every message just
                  *> shown - not in a support view, which leaves the
                  *> member's unread messages unread
                  if support-viewing
                      exit paragraph
                  end-if
                  open i-o message-database
                  if message-ok
                      perform varying msg-sort-idx from 1 by 1 until msg-sort-idx > msg-inbox-count
              move 0 to msg-inbox-count
              open input message-database
              if message-ok
                  *> Straight to the conversation through the thread index
                  move conversation-thread-id to message-thread-id
                  start message-database key is equal to message-thread-id
                      invalid key
                          continue
                  end-start
                  perform until message-database-status(1:1) not = "0"
                      read message-database next record
                          at end
                              exit perform
                          not at end
                              if message-thread-id not = conversation-thread-id
                                  exit perform
                              end-if
                              if function trim(message-thread-id trailing) = function trim(conversation-thread-id trailing)
                              and msg-inbox-count < 200
                                  add 1 to msg-inbox-count
